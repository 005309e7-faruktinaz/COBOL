000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  GLUPDT                                      *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / GENERAL LEDGER                   *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  GENERAL LEDGER BALANCE UPDATE.  RUNS RIGHT  *
001000*                   AFTER GLPOST AND APPLIES THE NIGHT'S GLJRNL *
001100*                   JOURNAL (GLJRNLR COPYBOOK) TO THE GLBAL     *
001200*                   BALANCE FILE (GLBALR COPYBOOK, KEYED BY     *
001300*                   ACCOUNT AND PERIOD).  EVERY DETAIL ADDS TO  *
001400*                   ITS ACCOUNT'S DEBITS OR CREDITS FOR THE     *
001500*                   PERIOD (CCYYMM) OF THE JOURNAL'S BUSINESS   *
001600*                   DATE.  AN ACCOUNT'S FIRST RECORD FOR A      *
001700*                   PERIOD OPENS AT THE PRIOR PERIOD'S CLOSING  *
001800*                   BALANCE, OR ZERO.                           *
001900*                                                               *
002000*                   THE WHOLE JOURNAL IS PROVED BEFORE ANYTHING *
002100*                   IS APPLIED - HEADER, TRAILER, DETAIL COUNT, *
002200*                   DEBIT AND CREDIT HASH TOTALS, AND DEBITS    *
002300*                   EQUAL TO CREDITS.  A JOURNAL THAT DOES NOT  *
002400*                   PROVE, ONE FOR A BUSINESS DATE ALREADY ON   *
002500*                   THE GLJLOG JOURNAL LOG (GLJLOGR COPYBOOK),  *
002600*                   OR ONE DATED IN A PERIOD GLCLOSE HAS LOCKED *
002700*                   (GLPCTL, GLPCTLR COPYBOOK) IS REFUSED WHOLE *
002800*                   WITH RETURN CODE 16.                        *
002900*                                                               *
003000*                   THE LOG RECORD ALSO KEEPS THE NIGHT'S       *
003100*                   BANKPAY TRAILER COUNT AND NET-PAY HASH WHEN *
003200*                   THE FILE IS FOR THE JOURNAL'S BUSINESS      *
003300*                   DATE, FOR THE PAYNET PROOF AT PERIOD CLOSE. *
003310*                   A JOURNAL THAT COULD NOT BE APPLIED IN FULL *
003320*                   IS NOT LOGGED.                              *
003400*                                                               *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    10/14/26   FT    ORIGINAL VERSION.                          *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. GLUPDT.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT GL-JOURNAL        ASSIGN TO "GLJRNL"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS GL-JRNL-STATUS.
004700
004800     SELECT GL-BALANCES       ASSIGN TO "GLBAL"
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS RANDOM
005100            RECORD KEY IS GLB-KEY
005200            FILE STATUS IS GL-BAL-STATUS.
005300
005400     SELECT GL-JOURNAL-LOG    ASSIGN TO "GLJLOG"
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS RANDOM
005700            RECORD KEY IS GJLG-BUSINESS-DATE
005800            FILE STATUS IS GL-JLOG-STATUS.
005900
006000     SELECT GL-PERIOD-CONTROL ASSIGN TO "GLPCTL"
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS GL-PCTL-STATUS.
006300
006400     SELECT BANK-PAYMENT      ASSIGN TO "BANKPAY"
006500            ORGANIZATION IS LINE SEQUENTIAL
006600            FILE STATUS IS BANK-PAY-STATUS.
006700
006800     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            FILE STATUS IS RUN-CTL-STATUS.
007100
007200     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS IS RUN-HIST-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  GL-JOURNAL
007900     RECORDING MODE IS F.
008000     COPY GLJRNLR.
008100
008200 FD  GL-BALANCES.
008300     COPY GLBALR.
008400
008500 FD  GL-JOURNAL-LOG.
008600     COPY GLJLOGR.
008700
008800 FD  GL-PERIOD-CONTROL
008900     RECORDING MODE IS F.
009000     COPY GLPCTLR.
009100
009200 FD  BANK-PAYMENT
009300     RECORDING MODE IS F.
009400     COPY BANKPAYR.
009500
009600 FD  RUN-CONTROL
009700     RECORDING MODE IS F.
009800     COPY RUNCTL.
009900
010000 FD  RUN-HISTORY
010100     RECORDING MODE IS F.
010200     COPY RUNSTAT.
010300
010400 WORKING-STORAGE SECTION.
010500 01  GL-JRNL-STATUS                  PIC X(02).
010600 01  GL-BAL-STATUS                   PIC X(02).
010700 01  GL-JLOG-STATUS                  PIC X(02).
010800 01  GL-PCTL-STATUS                  PIC X(02).
010900 01  BANK-PAY-STATUS                 PIC X(02).
011000 01  RUN-CTL-STATUS                  PIC X(02).
011100 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
011200     88  RUN-CTL-AVAILABLE                    VALUE "Y".
011300     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
011400 01  GL-JRNL-OPEN-SW                 PIC X(01) VALUE "N".
011500     88  GL-JRNL-OPEN                         VALUE "Y".
011600     88  GL-JRNL-CLOSED                       VALUE "N".
011700 01  GL-BAL-OPEN-SW                  PIC X(01) VALUE "N".
011800     88  GL-BAL-OPEN                          VALUE "Y".
011900 01  GL-JLOG-OPEN-SW                 PIC X(01) VALUE "N".
012000     88  GL-JLOG-OPEN                         VALUE "Y".
012100 01  GL-JRNL-EOF-SW                  PIC X(01) VALUE "N".
012200     88  GL-JRNL-EOF                          VALUE "Y".
012300     88  GL-JRNL-NOT-EOF                      VALUE "N".
012400 01  BANK-PAY-EOF-SW                 PIC X(01) VALUE "N".
012500     88  BANK-PAY-EOF                         VALUE "Y".
012600 01  GLU-JOURNAL-SW                  PIC X(01) VALUE "Y".
012700     88  GLU-JOURNAL-OK                       VALUE "Y".
012800     88  GLU-JOURNAL-REFUSED                  VALUE "N".
012900 01  GLU-TRAILER-SW                  PIC X(01) VALUE "N".
013000     88  GLU-TRAILER-SEEN                     VALUE "Y".
013100 01  GLU-NEW-BALANCE-SW              PIC X(01) VALUE "N".
013200     88  GLU-NEW-BALANCE                      VALUE "Y".
013300     88  GLU-OLD-BALANCE                      VALUE "N".
013400 01  GLU-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
013500 01  GLU-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
013600 01  GLU-JOURNAL-DATE                PIC 9(08) VALUE ZERO.
013700 01  GLU-JOURNAL-PERIOD              PIC 9(06) VALUE ZERO.
013800*    THE PERIOD BEFORE THE JOURNAL'S, WHOSE CLOSING BALANCE     *
013900*    OPENS AN ACCOUNT'S FIRST RECORD FOR THE JOURNAL'S PERIOD.  *
014000 01  GLU-PRIOR-PERIOD.
014100     02  GLU-PRIOR-CCYY              PIC 9(04).
014200     02  GLU-PRIOR-MM                PIC 9(02).
014300 01  GLU-OPENING-BAL                 PIC S9(11)V99 VALUE ZERO.
014400 01  CURRENT-DATE-FIELDS.
014500     02  CURRENT-CCYY                PIC 9(04).
014600     02  CURRENT-MM                  PIC 9(02).
014700     02  CURRENT-DD                  PIC 9(02).
014800*    RUN-STATISTICS WORK AREAS.                                 *
014900 01  RUN-HIST-STATUS                 PIC X(02).
015000 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
015100 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
015200 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
015300 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
015400
015500*    JOURNAL PROOF TOTALS - WHAT THE DETAILS ADD UP TO, AND     *
015600*    WHAT THE TRAILER SAYS THEY SHOULD.                         *
015700 01  GLU-DETAIL-COUNT                PIC 9(07) VALUE ZERO.
015800 01  GLU-DEBIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
015900 01  GLU-CREDIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
016000 01  GLU-BAD-DETAIL-COUNT            PIC 9(05) VALUE ZERO.
016100 01  GLU-TRL-COUNT                   PIC 9(07) VALUE ZERO.
016200 01  GLU-TRL-DEBIT-TOT               PIC 9(11)V99 VALUE ZERO.
016300 01  GLU-TRL-CREDIT-TOT              PIC 9(11)V99 VALUE ZERO.
016400*    APPLY COUNTS.                                              *
016500 01  GLU-APPLIED-COUNT               PIC 9(07) VALUE ZERO.
016600 01  GLU-NEW-ACCOUNT-COUNT           PIC 9(05) VALUE ZERO.
016700 01  GLU-FAILED-COUNT                PIC 9(05) VALUE ZERO.
016800*    THE NIGHT'S BANK FILE TRAILER, KEPT FOR THE PAYNET PROOF.  *
016900 01  GLU-BANKPAY-DATE                PIC 9(08) VALUE ZERO.
017000 01  GLU-BANKPAY-COUNT               PIC 9(07) VALUE ZERO.
017100 01  GLU-BANKPAY-HASH                PIC 9(09)V99 VALUE ZERO.
017200
017300 PROCEDURE DIVISION.
017400
017500*****************************************************************
017600*    0000-MAINLINE                                              *
017700*****************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     IF GLU-JOURNAL-OK
018100         PERFORM 2000-PROVE-JOURNAL THRU 2000-EXIT
018200     END-IF.
018300     IF GLU-JOURNAL-OK
018400         PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT
018450         IF GLU-FAILED-COUNT = ZERO
018500             PERFORM 4000-LOG-JOURNAL THRU 4000-EXIT
018550         END-IF
018600     END-IF.
018700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018800     STOP RUN.
018900
019000*****************************************************************
019100*    1000-INITIALIZE                                            *
019200*    A MISSING, EMPTY OR HEADERLESS JOURNAL IS REFUSED -        *
019300*    APPLYING NOTHING MUST NOT LOOK LIKE AN APPLIED NIGHT.  THE *
019400*    PERIOD LOCK AND THE JOURNAL LOG ARE CHECKED BEFORE THE     *
019500*    BALANCE FILE IS OPENED.                                    *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
019900     ACCEPT STAT-START-TIME FROM TIME.
020000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020100     OPEN INPUT GL-JOURNAL.
020200     IF GL-JRNL-STATUS = "35"
020300         DISPLAY "*** NO GL JOURNAL FILE - NOTHING CAN BE "
020400                 "APPLIED ***"
020500         SET GLU-JOURNAL-REFUSED TO TRUE
020600         MOVE 16 TO RETURN-CODE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     SET GL-JRNL-OPEN TO TRUE.
021000     READ GL-JOURNAL
021100         AT END
021200             SET GL-JRNL-EOF TO TRUE
021300     END-READ.
021400     IF GL-JRNL-EOF OR NOT GLJ-IS-HEADER
021500         DISPLAY "*** GL JOURNAL HAS NO HEADER - NOTHING "
021600                 "APPLIED ***"
021700         SET GLU-JOURNAL-REFUSED TO TRUE
021800         MOVE 16 TO RETURN-CODE
021900         GO TO 1000-EXIT
022000     END-IF.
022100     MOVE GLJ-POST-DATE TO GLU-JOURNAL-DATE.
022200     MOVE GLU-JOURNAL-DATE(1:6) TO GLU-JOURNAL-PERIOD.
022300     IF GLU-JOURNAL-DATE NOT = GLU-BUSINESS-DATE
022400         DISPLAY "JOURNAL DATED " GLU-JOURNAL-DATE
022500                 " APPLIED ON BUSINESS DATE " GLU-BUSINESS-DATE
022600     END-IF.
022700     MOVE GLU-JOURNAL-PERIOD TO GLU-PRIOR-PERIOD.
022800     IF GLU-PRIOR-MM = 1
022900         SUBTRACT 1 FROM GLU-PRIOR-CCYY
023000         MOVE 12 TO GLU-PRIOR-MM
023100     ELSE
023200         SUBTRACT 1 FROM GLU-PRIOR-MM
023300     END-IF.
023400     PERFORM 1100-CHECK-PERIOD-OPEN THRU 1100-EXIT.
023500     IF GLU-JOURNAL-REFUSED
023600         GO TO 1000-EXIT
023700     END-IF.
023800     PERFORM 1200-CHECK-NOT-APPLIED THRU 1200-EXIT.
023900     IF GLU-JOURNAL-REFUSED
024000         GO TO 1000-EXIT
024100     END-IF.
024200     OPEN I-O GL-BALANCES.
024300     IF GL-BAL-STATUS = "35" OR "05"
024400         CLOSE GL-BALANCES
024500         OPEN OUTPUT GL-BALANCES
024600         CLOSE GL-BALANCES
024700         OPEN I-O GL-BALANCES
024800     END-IF.
024900     SET GL-BAL-OPEN TO TRUE.
025000 1000-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*    1050-GET-BUSINESS-DATE                                     *
025500*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
025600*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
025700*****************************************************************
025800 1050-GET-BUSINESS-DATE.
025900     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
026000     OPEN INPUT RUN-CONTROL.
026100     IF RUN-CTL-STATUS NOT = "35"
026200         READ RUN-CONTROL
026300             NOT AT END
026400                 SET RUN-CTL-AVAILABLE TO TRUE
026500                 MOVE RUN-BUSINESS-DATE TO GLU-BUSINESS-DATE
026600                 MOVE RUN-NUMBER TO GLU-RUN-NUMBER
026700         END-READ
026800         CLOSE RUN-CONTROL
026900     END-IF.
027000     IF RUN-CTL-NOT-AVAILABLE
027100         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
027200         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
027300         MOVE CURRENT-CCYY TO GLU-BUSINESS-DATE(1:4)
027400         MOVE CURRENT-MM TO GLU-BUSINESS-DATE(5:2)
027500         MOVE CURRENT-DD TO GLU-BUSINESS-DATE(7:2)
027600     END-IF.
027700 1050-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100*    1100-CHECK-PERIOD-OPEN                                     *
028200*    A JOURNAL DATED IN THE LAST CLOSED PERIOD OR ANY EARLIER   *
028300*    ONE WOULD CHANGE BALANCES ALREADY CARRIED FORWARD.  NO     *
028400*    GLPCTL FILE MEANS NO PERIOD HAS BEEN CLOSED YET.           *
028500*****************************************************************
028600 1100-CHECK-PERIOD-OPEN.
028700     OPEN INPUT GL-PERIOD-CONTROL.
028800     IF GL-PCTL-STATUS = "35"
028900         GO TO 1100-EXIT
029000     END-IF.
029100     MOVE ZERO TO GL-PERIOD-CONTROL-RECORD.
029200     READ GL-PERIOD-CONTROL
029300         AT END
029400             MOVE ZERO TO GL-PERIOD-CONTROL-RECORD
029500     END-READ.
029600     CLOSE GL-PERIOD-CONTROL.
029700     IF GLU-JOURNAL-PERIOD NOT > GPCT-LAST-CLOSED-PERIOD
029800         DISPLAY "*** PERIOD " GLU-JOURNAL-PERIOD " IS CLOSED - "
029900                 "JOURNAL FOR " GLU-JOURNAL-DATE " REFUSED ***"
030000         SET GLU-JOURNAL-REFUSED TO TRUE
030100         MOVE 16 TO RETURN-CODE
030200     END-IF.
030300 1100-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*    1200-CHECK-NOT-APPLIED                                     *
030800*    ONE JOURNAL PER BUSINESS DATE.  A SECOND ONE - A RERUN OF  *
030900*    GLPOST OR OF THIS STEP - WOULD COUNT THE NIGHT TWICE.      *
031000*****************************************************************
031100 1200-CHECK-NOT-APPLIED.
031200     OPEN I-O GL-JOURNAL-LOG.
031300     IF GL-JLOG-STATUS = "35" OR "05"
031400         CLOSE GL-JOURNAL-LOG
031500         OPEN OUTPUT GL-JOURNAL-LOG
031600         CLOSE GL-JOURNAL-LOG
031700         OPEN I-O GL-JOURNAL-LOG
031800     END-IF.
031900     SET GL-JLOG-OPEN TO TRUE.
032000     MOVE GLU-JOURNAL-DATE TO GJLG-BUSINESS-DATE.
032100     READ GL-JOURNAL-LOG
032200         INVALID KEY
032300             GO TO 1200-EXIT
032400     END-READ.
032500     DISPLAY "*** A JOURNAL FOR BUSINESS DATE " GLU-JOURNAL-DATE
032600             " WAS APPLIED ON " GJLG-APPLIED-DATE
032700             " - REFUSED ***".
032800     SET GLU-JOURNAL-REFUSED TO TRUE.
032900     MOVE 16 TO RETURN-CODE.
033000 1200-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*    2000-PROVE-JOURNAL                                         *
033500*    FIRST PASS: ADDS UP THE DETAILS AND CHECKS THEM AGAINST    *
033600*    THE TRAILER.  NOTHING IS APPLIED UNLESS THE WHOLE JOURNAL  *
033700*    PROVES; THE FILE IS THEN REOPENED FOR THE APPLY PASS.      *
033800*****************************************************************
033900 2000-PROVE-JOURNAL.
034000     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
034100         UNTIL GL-JRNL-EOF.
034200     CLOSE GL-JOURNAL.
034300     SET GL-JRNL-CLOSED TO TRUE.
034400     IF NOT GLU-TRAILER-SEEN
034500         DISPLAY "*** GL JOURNAL HAS NO TRAILER ***"
034600         SET GLU-JOURNAL-REFUSED TO TRUE
034700     END-IF.
034800     IF GLU-BAD-DETAIL-COUNT > ZERO
034900         DISPLAY "*** " GLU-BAD-DETAIL-COUNT
035000                 " UNREADABLE JOURNAL RECORDS ***"
035100         SET GLU-JOURNAL-REFUSED TO TRUE
035200     END-IF.
035300     IF GLU-DETAIL-COUNT NOT = GLU-TRL-COUNT
035400         DISPLAY "*** DETAIL COUNT " GLU-DETAIL-COUNT
035500                 " DOES NOT AGREE WITH TRAILER " GLU-TRL-COUNT
035600                 " ***"
035700         SET GLU-JOURNAL-REFUSED TO TRUE
035800     END-IF.
035900     IF GLU-DEBIT-TOTAL NOT = GLU-TRL-DEBIT-TOT
036000         DISPLAY "*** DEBIT HASH " GLU-DEBIT-TOTAL
036100                 " DOES NOT AGREE WITH TRAILER "
036200                 GLU-TRL-DEBIT-TOT
036300                 " ***"
036400         SET GLU-JOURNAL-REFUSED TO TRUE
036500     END-IF.
036600     IF GLU-CREDIT-TOTAL NOT = GLU-TRL-CREDIT-TOT
036700         DISPLAY "*** CREDIT HASH " GLU-CREDIT-TOTAL
036800                 " DOES NOT AGREE WITH TRAILER "
036900                 GLU-TRL-CREDIT-TOT
037000                 " ***"
037100         SET GLU-JOURNAL-REFUSED TO TRUE
037200     END-IF.
037300     IF GLU-DEBIT-TOTAL NOT = GLU-CREDIT-TOTAL
037400         DISPLAY "*** JOURNAL OUT OF BALANCE - DEBITS "
037500                 GLU-DEBIT-TOTAL " CREDITS " GLU-CREDIT-TOTAL
037600                 " ***"
037700         SET GLU-JOURNAL-REFUSED TO TRUE
037800     END-IF.
037900     IF GLU-JOURNAL-REFUSED
038000         DISPLAY "*** JOURNAL FOR " GLU-JOURNAL-DATE
038100                 " DOES NOT PROVE - NOTHING APPLIED ***"
038200         MOVE 16 TO RETURN-CODE
038300         GO TO 2000-EXIT
038400     END-IF.
038500     DISPLAY "JOURNAL PROVED - DETAILS " GLU-DETAIL-COUNT
038600             " DEBITS " GLU-DEBIT-TOTAL
038700             " CREDITS " GLU-CREDIT-TOTAL.
038800     OPEN INPUT GL-JOURNAL.
038900     SET GL-JRNL-OPEN TO TRUE.
039000     SET GL-JRNL-NOT-EOF TO TRUE.
039100     READ GL-JOURNAL
039200         AT END
039300             SET GL-JRNL-EOF TO TRUE
039400     END-READ.
039500 2000-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*    2100-PROVE-ONE-RECORD                                      *
040000*    A DETAIL MUST CARRY A NUMERIC ACCOUNT AND AMOUNT AND A D   *
040100*    OR C SIDE, AND NOTHING MAY FOLLOW THE TRAILER.             *
040200*****************************************************************
040300 2100-PROVE-ONE-RECORD.
040400     READ GL-JOURNAL
040500         AT END
040600             SET GL-JRNL-EOF TO TRUE
040700             GO TO 2100-EXIT
040800     END-READ.
040900     IF GLU-TRAILER-SEEN
041000         ADD 1 TO GLU-BAD-DETAIL-COUNT
041100         GO TO 2100-EXIT
041200     END-IF.
041300     IF GLJ-IS-TRAILER
041400         SET GLU-TRAILER-SEEN TO TRUE
041500         MOVE GLJ-COUNT TO GLU-TRL-COUNT
041600         MOVE GLJ-DEBIT-TOT TO GLU-TRL-DEBIT-TOT
041700         MOVE GLJ-CREDIT-TOT TO GLU-TRL-CREDIT-TOT
041800         GO TO 2100-EXIT
041900     END-IF.
042000     IF NOT GLJ-IS-DETAIL
042100             OR GLJ-ACCOUNT NOT NUMERIC
042200             OR GLJ-AMOUNT NOT NUMERIC
042300         ADD 1 TO GLU-BAD-DETAIL-COUNT
042400         GO TO 2100-EXIT
042500     END-IF.
042600     IF GLJ-DC = "D"
042700         ADD GLJ-AMOUNT TO GLU-DEBIT-TOTAL
042800     ELSE
042900         IF GLJ-DC = "C"
043000             ADD GLJ-AMOUNT TO GLU-CREDIT-TOTAL
043100         ELSE
043200             ADD 1 TO GLU-BAD-DETAIL-COUNT
043300             GO TO 2100-EXIT
043400         END-IF
043500     END-IF.
043600     ADD 1 TO GLU-DETAIL-COUNT.
043700 2100-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*    3000-APPLY-JOURNAL                                         *
044200*    SECOND PASS: EACH DETAIL INTO ITS ACCOUNT'S BALANCE FOR    *
044300*    THE JOURNAL'S PERIOD.  IF ANY DETAIL CANNOT BE APPLIED THE *
044310*    JOURNAL IS NOT LOGGED, SO THE DATE IS NOT MARKED DONE WITH *
044320*    INCOMPLETE BALANCES; GLBAL MUST BE PUT RIGHT BY HAND       *
044330*    BEFORE THE STEP IS RERUN.                                  *
044400*****************************************************************
044500 3000-APPLY-JOURNAL.
044600     PERFORM 3100-APPLY-ONE-DETAIL THRU 3100-EXIT
044700         UNTIL GL-JRNL-EOF.
044800     DISPLAY "JOURNAL DETAILS APPLIED: " GLU-APPLIED-COUNT.
044900     DISPLAY "NEW ACCOUNT BALANCES:    " GLU-NEW-ACCOUNT-COUNT.
045000     IF GLU-FAILED-COUNT > ZERO
045100         DISPLAY "*** " GLU-FAILED-COUNT " DETAILS COULD NOT BE "
045200                 "APPLIED - BALANCES INCOMPLETE ***"
045250         DISPLAY "    JOURNAL NOT LOGGED - CORRECT GLBAL BEFORE "
045270                 "RERUNNING"
045300         MOVE 16 TO RETURN-CODE
045400     END-IF.
045500 3000-EXIT.
045600     EXIT.
045700
045800 3100-APPLY-ONE-DETAIL.
045900     READ GL-JOURNAL
046000         AT END
046100             SET GL-JRNL-EOF TO TRUE
046200             GO TO 3100-EXIT
046300     END-READ.
046400     IF NOT GLJ-IS-DETAIL
046500         GO TO 3100-EXIT
046600     END-IF.
046700     SET GLU-OLD-BALANCE TO TRUE.
046800     MOVE GLJ-ACCOUNT TO GLB-ACCOUNT.
046900     MOVE GLU-JOURNAL-PERIOD TO GLB-PERIOD.
047000     READ GL-BALANCES
047100         INVALID KEY
047200             PERFORM 3200-START-NEW-BALANCE THRU 3200-EXIT
047300     END-READ.
047400     IF GLJ-DC = "D"
047500         ADD GLJ-AMOUNT TO GLB-PERIOD-DEBITS
047600     ELSE
047700         ADD GLJ-AMOUNT TO GLB-PERIOD-CREDITS
047800     END-IF.
047900     COMPUTE GLB-CLOSING-BAL = GLB-OPENING-BAL
048000             + GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS.
048100     MOVE GLU-JOURNAL-DATE TO GLB-LAST-POST-DATE.
048200     IF GLU-NEW-BALANCE
048300         WRITE GL-BALANCE-RECORD
048400             INVALID KEY
048500                 DISPLAY "BALANCE WRITE FAILED, STATUS "
048600                         GL-BAL-STATUS " ACCOUNT " GLB-ACCOUNT
048700                 ADD 1 TO GLU-FAILED-COUNT
048800                 GO TO 3100-EXIT
048900         END-WRITE
049000         ADD 1 TO GLU-NEW-ACCOUNT-COUNT
049100     ELSE
049200         REWRITE GL-BALANCE-RECORD
049300             INVALID KEY
049400                 DISPLAY "BALANCE REWRITE FAILED, STATUS "
049500                         GL-BAL-STATUS " ACCOUNT " GLB-ACCOUNT
049600                 ADD 1 TO GLU-FAILED-COUNT
049700                 GO TO 3100-EXIT
049800         END-REWRITE
049900     END-IF.
050000     ADD 1 TO GLU-APPLIED-COUNT.
050100 3100-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*    3200-START-NEW-BALANCE                                     *
050600*    THE ACCOUNT'S FIRST DETAIL IN THE PERIOD.  IT OPENS AT THE *
050700*    PRIOR PERIOD'S CLOSING BALANCE WHEN THERE IS ONE.  GLCLOSE *
050800*    SETS THE OPENING AGAIN WHEN IT CLOSES THE PRIOR PERIOD.    *
050900*****************************************************************
051000 3200-START-NEW-BALANCE.
051100     SET GLU-NEW-BALANCE TO TRUE.
051200     MOVE ZERO TO GLU-OPENING-BAL.
051300     MOVE GLJ-ACCOUNT TO GLB-ACCOUNT.
051400     MOVE GLU-PRIOR-PERIOD TO GLB-PERIOD.
051500     READ GL-BALANCES
051600         NOT INVALID KEY
051700             MOVE GLB-CLOSING-BAL TO GLU-OPENING-BAL
051800     END-READ.
051900     MOVE GLJ-ACCOUNT TO GLB-ACCOUNT.
052000     MOVE GLU-JOURNAL-PERIOD TO GLB-PERIOD.
052100     MOVE GLU-OPENING-BAL TO GLB-OPENING-BAL.
052200     MOVE ZERO TO GLB-PERIOD-DEBITS GLB-PERIOD-CREDITS.
052300     SET GLB-PERIOD-OPEN TO TRUE.
052400 3200-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*    4000-LOG-JOURNAL                                           *
052900*    RECORDS THE APPLIED JOURNAL ON GLJLOG SO THE SAME BUSINESS *
053000*    DATE IS NEVER APPLIED AGAIN, WITH THE NIGHT'S BANK FILE    *
053100*    TRAILER FOR THE PAYNET PROOF AT PERIOD CLOSE.              *
053200*****************************************************************
053300 4000-LOG-JOURNAL.
053400     PERFORM 4100-READ-BANK-TRAILER THRU 4100-EXIT.
053500     MOVE ZERO TO GL-JOURNAL-LOG-RECORD.
053600     MOVE GLU-JOURNAL-DATE TO GJLG-BUSINESS-DATE.
053700     MOVE GLU-RUN-NUMBER TO GJLG-RUN-NUMBER.
053800     MOVE GLU-JOURNAL-PERIOD TO GJLG-PERIOD.
053900     MOVE GLU-DETAIL-COUNT TO GJLG-DETAIL-COUNT.
054000     MOVE GLU-DEBIT-TOTAL TO GJLG-DEBIT-TOT.
054100     MOVE GLU-CREDIT-TOTAL TO GJLG-CREDIT-TOT.
054200     MOVE GLU-BANKPAY-DATE TO GJLG-BANKPAY-DATE.
054300     MOVE GLU-BANKPAY-COUNT TO GJLG-BANKPAY-COUNT.
054400     MOVE GLU-BANKPAY-HASH TO GJLG-BANKPAY-HASH.
054500     ACCEPT GJLG-APPLIED-DATE FROM DATE YYYYMMDD.
054600     ACCEPT GJLG-APPLIED-TIME FROM TIME.
054700     WRITE GL-JOURNAL-LOG-RECORD
054800         INVALID KEY
054900             DISPLAY "*** JOURNAL LOG WRITE FAILED, STATUS "
055000                     GL-JLOG-STATUS " ***"
055100             MOVE 16 TO RETURN-CODE
055200             GO TO 4000-EXIT
055300     END-WRITE.
055400     DISPLAY "JOURNAL FOR " GLU-JOURNAL-DATE " LOGGED, BANK HASH "
055500             GLU-BANKPAY-HASH.
055600 4000-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000*    4100-READ-BANK-TRAILER                                     *
056100*    BANKPAY IS ONLY LOGGED WHEN ITS HEADER CARRIES THE         *
056200*    JOURNAL'S BUSINESS DATE.  A FILE LEFT FROM AN EARLIER      *
056300*    NIGHT WAS LOGGED THEN; LOGGING IT AGAIN WOULD HIDE A PAY   *
056400*    RUN POSTED TWICE FROM THE PAYNET PROOF.                    *
056500*****************************************************************
056600 4100-READ-BANK-TRAILER.
056700     OPEN INPUT BANK-PAYMENT.
056800     IF BANK-PAY-STATUS = "35"
056900         DISPLAY "NO BANK PAYMENT FILE - NO BANK TOTAL LOGGED"
057000         GO TO 4100-EXIT
057100     END-IF.
057200     PERFORM 4150-READ-ONE-BANK-RECORD THRU 4150-EXIT
057300         UNTIL BANK-PAY-EOF.
057400     CLOSE BANK-PAYMENT.
057500     IF GLU-BANKPAY-DATE NOT = GLU-JOURNAL-DATE
057600         DISPLAY "BANK PAYMENT FILE IS FOR BUSINESS DATE "
057700                 GLU-BANKPAY-DATE " - NO BANK TOTAL LOGGED"
057800         MOVE ZERO TO GLU-BANKPAY-DATE GLU-BANKPAY-COUNT
057900                      GLU-BANKPAY-HASH
058000     END-IF.
058100 4100-EXIT.
058200     EXIT.
058300
058400 4150-READ-ONE-BANK-RECORD.
058500     READ BANK-PAYMENT
058600         AT END
058700             SET BANK-PAY-EOF TO TRUE
058800             GO TO 4150-EXIT
058900     END-READ.
059000     IF BPAY-IS-HEADER
059100         MOVE BPAY-BUSINESS-DATE TO GLU-BANKPAY-DATE
059200     END-IF.
059300     IF BPAY-IS-TRAILER
059400         MOVE BPAY-RECORD-COUNT TO GLU-BANKPAY-COUNT
059500         MOVE BPAY-NET-HASH TO GLU-BANKPAY-HASH
059600     END-IF.
059700 4150-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*    9999-TERMINATE                                             *
060200*****************************************************************
060300 9999-TERMINATE.
060400     IF GL-JRNL-OPEN
060500         CLOSE GL-JOURNAL
060600     END-IF.
060700     IF GL-BAL-OPEN
060800         CLOSE GL-BALANCES
060900     END-IF.
061000     IF GL-JLOG-OPEN
061100         CLOSE GL-JOURNAL-LOG
061200     END-IF.
061300     DISPLAY "JOURNAL DETAILS READ:    " GLU-DETAIL-COUNT.
061400     DISPLAY "JOURNAL DETAILS APPLIED: " GLU-APPLIED-COUNT.
061500     IF GLU-JOURNAL-REFUSED
061600         DISPLAY "*** JOURNAL REFUSED - BALANCES NOT UPDATED ***"
061700     END-IF.
061800     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
061900 9999-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300*    9900-WRITE-RUN-STATISTICS                                  *
062400*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
062500*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
062600*****************************************************************
062700 9900-WRITE-RUN-STATISTICS.
062800     OPEN EXTEND RUN-HISTORY.
062900     IF RUN-HIST-STATUS = "35" OR "05"
063000         OPEN OUTPUT RUN-HISTORY
063100         CLOSE RUN-HISTORY
063200         OPEN EXTEND RUN-HISTORY
063300     END-IF.
063400     MOVE "GLUPDT  " TO RSTAT-PROGRAM.
063500     MOVE GLU-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
063600     MOVE GLU-RUN-NUMBER TO RSTAT-RUN-NUMBER.
063700     MOVE STAT-START-DATE TO RSTAT-START-DATE.
063800     MOVE STAT-START-TIME TO RSTAT-START-TIME.
063900     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
064000     ACCEPT STAT-END-TIME FROM TIME.
064100     MOVE STAT-END-DATE TO RSTAT-END-DATE.
064200     MOVE STAT-END-TIME TO RSTAT-END-TIME.
064300     MOVE GLU-DETAIL-COUNT TO RSTAT-READ-COUNT.
064400     MOVE GLU-APPLIED-COUNT TO RSTAT-WRITTEN-COUNT.
064500     MOVE GLU-FAILED-COUNT TO RSTAT-REJECT-COUNT.
064550     MOVE SPACE TO RSTAT-RESTART-FLAG.
064600     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
064700     WRITE RUN-STAT-RECORD.
064800     CLOSE RUN-HISTORY.
064900 9900-EXIT.
065000     EXIT.
065100
065200 END PROGRAM GLUPDT.
