002100*                     BUSINESS DATE POSTS AS A DEBIT TO THE     *
002200*                     PAYCHECK CLEARING ACCOUNT AND CREDITS     *
002300*                     TO TAX, BENEFITS AND NET.                 *
002316*                   - EACH BANK RETURN BANKRET REVERSED TODAY   *
002333*                     (BANKREV) POSTS AS A NET PAY (CASH)       *
002350*                     DEBIT - THE MONEY IS BACK IN THE BANK -   *
002366*                     AGAINST A PAYHELD LIABILITY CREDIT, SINCE *
002383*                     THE EMPLOYEE IS STILL OWED IT.            *
002400*                                                               *
002500*                   ACCOUNT NUMBERS COME FROM THE GLMAP         *
002600*                   PARAMETER FILE (SOURCE CODE, COLS 1-8;      *
002900*                     HELD NET), PAYDEDXX (XX = THE DEDUCTION   *
003000*                     TYPE CODE), PAYDEDOT (THE AGGREGATE-RATE  *
003100*                     REMAINDER), ACTVPAY, ACTVTAX, ACTVBEN,    *
003112*                     ACTVNET, PAYGCCCC (CCCC = AN EMPLOYEE     *
003125*                     COST CENTRE'S SALARY EXPENSE).            *
003137*                                                               *
003150*                   WHEN HELLO'S PAYCCT COST-CENTRE TOTALS ARE  *
003162*                   ON HAND THE SALARY EXPENSE DEBIT IS SPLIT   *
003175*                   ONE PER COST CENTRE (PAYGCCCC); EMPLOYEES   *
003187*                   WITH NO COST CENTRE STILL POST TO PAYGROSS. *
003200*                                                               *
003300*                   THE TRAILER CARRIES THE DETAIL COUNT AND    *
003400*                   THE DEBIT AND CREDIT HASH TOTALS; A         *
003700*                   RETURN CODE 16 SO THE NIGHT HOLDS AT THE    *
003800*                   CHECKPOINT.                                 *
003900*                                                               *
003920*                   GLUPDT, THE NEXT STEP, APPLIES THE JOURNAL  *
003940*                   TO THE GLBAL ACCOUNT BALANCES.              *
003960*                                                               *
004000*    MODIFICATION HISTORY                                       *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    09/02/26   FT    ORIGINAL VERSION.                          *
004230*                     POSTS IT UNDER PAYHELD, SO THE JOURNAL     *
004240*                     RECONCILES TO THE BANK FILE ON A NIGHT     *
004250*                     WITH STOP-PAY HOLDS.                       *
004266*    10/14/26   FT    POSTS THE DAY'S BANK RETURNS FROM BANKREV  *
004283*                     BACK TO CASH AGAINST THE PAYHELD LIABILITY.*
004287*    10/14/26   FT    POSTS SALARY EXPENSE PER COST CENTRE FROM  *
004291*                     HELLO'S PAYCCT TOTALS VIA THE PAYGCCCC     *
004295*                     GLMAP SOURCES; MAP TABLE RAISED TO 50.     *
004297*    10/14/26   FT    THE GLJRNL LAYOUT MOVED TO THE GLJRNLR     *
004299*                     COPYBOOK, SHARED WITH GLUPDT.              *
004300*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
004301*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
004302*                     SET IT.                                    *
004303*    10/15/26   FT    A PAYCCT RECORD NOT DATED FOR THE BUSINESS *
004304*                     DATE IS NO LONGER POSTED; THE RUN ENDS     *
004305*                     WITH RETURN CODE 16.                       *
004306*****************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. GLPOST.
004600 ENVIRONMENT DIVISION.
006300     SELECT GL-JOURNAL        ASSIGN TO "GLJRNL"
006400            ORGANIZATION IS LINE SEQUENTIAL.
006500
006520     SELECT BANK-REVERSALS    ASSIGN TO "BANKREV"
006540            ORGANIZATION IS LINE SEQUENTIAL
006560            FILE STATUS IS BANK-REV-STATUS.
006564
006568     SELECT PAY-CCTR-TOTALS   ASSIGN TO "PAYCCT"
006572            ORGANIZATION IS LINE SEQUENTIAL
006576            FILE STATUS IS PAY-CCTR-STATUS.
006580
006600     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS RUN-CTL-STATUS.
007700     RECORDING MODE IS F.
007800     COPY PAYTOTR.
007900
007920 FD  PAY-CCTR-TOTALS
007940     RECORDING MODE IS F.
007960     COPY PAYCCTR.
007980
008000 FD  CUSTOMER-ACTIVITY.
008100     COPY ACTVREC.
008120
008140 FD  BANK-REVERSALS
008160     RECORDING MODE IS F.
008180     COPY BANKREVR.
008200
008300 FD  GL-MAP-FILE
008400     RECORDING MODE IS F.
008800
008900 FD  GL-JOURNAL
009000     RECORDING MODE IS F.
009100     COPY GLJRNLR.
011200
011300 FD  RUN-CONTROL
011400     RECORDING MODE IS F.
012200 01  PAY-TOT-STATUS                  PIC X(02).
012300 01  CUST-ACTV-STATUS                PIC X(02).
012400 01  GL-MAP-STATUS                   PIC X(02).
012450 01  BANK-REV-STATUS                 PIC X(02).
012475 01  PAY-CCTR-STATUS                 PIC X(02).
012500 01  RUN-CTL-STATUS                  PIC X(02).
012600 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
012700     88  RUN-CTL-AVAILABLE                    VALUE "Y".
013900     88  GL-MAP-EOF                           VALUE "Y".
014000 01  PAY-TOT-EOF-SW                  PIC X(01) VALUE "N".
014100     88  PAY-TOT-EOF                          VALUE "Y".
014116 01  PAY-CCTR-AVAILABLE-SW           PIC X(01) VALUE "Y".
014133     88  PAY-CCTR-AVAILABLE                   VALUE "Y".
014150     88  PAY-CCTR-NOT-AVAILABLE               VALUE "N".
014166 01  PAY-CCTR-EOF-SW                 PIC X(01) VALUE "N".
014183     88  PAY-CCTR-EOF                         VALUE "Y".
014200 01  CUST-ACTV-EOF-SW                PIC X(01) VALUE "N".
014300     88  CUST-ACTV-EOF                        VALUE "Y".
014316 01  BANK-REV-AVAILABLE-SW           PIC X(01) VALUE "Y".
014333     88  BANK-REV-AVAILABLE                   VALUE "Y".
014350     88  BANK-REV-NOT-AVAILABLE               VALUE "N".
014366 01  BANK-REV-EOF-SW                 PIC X(01) VALUE "N".
014383     88  BANK-REV-EOF                         VALUE "Y".
014400 01  GL-MAP-COUNT                    PIC 9(02) VALUE ZERO.
014500 01  GL-MAP-TABLE.
014600     02  GL-MAP-ENTRY OCCURS 50 TIMES
014700                      INDEXED BY MAP-IDX.
014800         03  MAP-SOURCE              PIC X(08).
014900         03  MAP-ACCOUNT             PIC 9(06).
015500 01  GL-DED-SOURCE.
015600     02  FILLER                      PIC X(06) VALUE "PAYDED".
015700     02  GL-DED-SOURCE-CODE          PIC X(02).
015714*    BUILDS THE PAYGCCCC SOURCE CODE FOR A COST CENTRE.         *
015728 01  GL-CCTR-SOURCE.
015742     02  FILLER                      PIC X(04) VALUE "PAYG".
015757     02  GL-CCTR-SOURCE-CODE         PIC X(04).
015771 01  GL-CCTR-GROSS-SUM               PIC 9(09)V99 VALUE ZERO.
015785 01  GL-CCTR-POSTED-COUNT            PIC 9(05) VALUE ZERO.
015792 01  GL-CCTR-STALE-COUNT             PIC 9(05) VALUE ZERO.
015800 01  GL-TYPE-SUB                     PIC 9(02) VALUE ZERO.
015900 01  GL-TYPE-AMT-SUM                 PIC 9(09)V99 VALUE ZERO.
016000 01  GL-DED-OTHER-AMT                PIC S9(09)V99 VALUE ZERO.
016300 01  GL-CREDIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
016400 01  GL-UNMAPPED-COUNT               PIC 9(05) VALUE ZERO.
016500 01  GL-ACTV-POSTED-COUNT            PIC 9(07) VALUE ZERO.
016550 01  GL-RETURN-POSTED-COUNT          PIC 9(07) VALUE ZERO.
016600 01  GL-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
016700 01  GL-RUN-NUMBER                   PIC 9(05) VALUE ZERO.
016800 01  CURRENT-DATE-FIELDS.
018600     IF GL-MAP-AVAILABLE
018700         PERFORM 2000-POST-PAYROLL-TOTALS THRU 2000-EXIT
018800         PERFORM 3000-POST-ACTIVITY THRU 3000-EXIT
018850         PERFORM 3500-POST-BANK-RETURNS THRU 3500-EXIT
018900     END-IF.
019000     PERFORM 4000-WRITE-TRAILER-AND-PROVE THRU 4000-EXIT.
019100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
020800                 "SKIPPED"
020900         SET PAY-TOT-NOT-AVAILABLE TO TRUE
021000     END-IF.
021020     OPEN INPUT PAY-CCTR-TOTALS.
021040     IF PAY-CCTR-STATUS = "35"
021060         SET PAY-CCTR-NOT-AVAILABLE TO TRUE
021080     END-IF.
021100     OPEN INPUT CUSTOMER-ACTIVITY.
021200     IF CUST-ACTV-STATUS = "35"
021300         DISPLAY "NO ACTIVITY HISTORY FILE - ACTIVITY SIDE "
021400                 "SKIPPED"
021500         SET CUST-ACTV-NOT-AVAILABLE TO TRUE
021600     END-IF.
021620     OPEN INPUT BANK-REVERSALS.
021640     IF BANK-REV-STATUS = "35"
021660         SET BANK-REV-NOT-AVAILABLE TO TRUE
021680     END-IF.
021700     OPEN OUTPUT GL-JOURNAL.
021800     MOVE SPACES TO GL-JOURNAL-RECORD.
021900     SET GLJ-IS-HEADER TO TRUE.
027400             SET GL-MAP-EOF TO TRUE
027500             GO TO 1150-EXIT
027600     END-READ.
027700     IF GL-MAP-COUNT NOT < 50
027800         DISPLAY "*** GL MAP TABLE FULL - SOURCE " GMAP-SOURCE
027900                 " IGNORED ***"
028000         GO TO 1150-EXIT
031200                 " POSTED ON BUSINESS DATE " GL-BUSINESS-DATE
031300     END-IF.
031400     MOVE GL-BUSINESS-DATE TO GL-WORK-TRAN-DATE.
031650     PERFORM 2050-POST-SALARY-EXPENSE THRU 2050-EXIT.
031900     MOVE ZERO TO GL-TYPE-AMT-SUM.
032000     PERFORM 2100-POST-ONE-DED-TYPE THRU 2100-EXIT
032100         VARYING GL-TYPE-SUB FROM 1 BY 1
033500 2000-EXIT.
033600     EXIT.
033700
033702*****************************************************************
033704*    2050-POST-SALARY-EXPENSE                                   *
033706*    THE SALARY EXPENSE DEBIT - ONE PER COST CENTRE FROM THE    *
033708*    PAYCCT FILE WHEN HELLO WROTE ONE, OTHERWISE A SINGLE       *
033710*    SHOP-WIDE PAYGROSS DEBIT AS BEFORE.  THE COST CENTRES MUST *
033712*    ADD UP TO THE PAYTOT SALARY TOTAL; IF THEY DO NOT, THE     *
033714*    JOURNAL WILL NOT BALANCE AND THE RUN ENDS WITH CODE 16.    *
033715*    A PAYCCT RECORD NOT DATED FOR THE BUSINESS DATE IS LEFT    *
033716*    OFF THE JOURNAL AND ALSO ENDS THE RUN WITH CODE 16, SO A   *
033717*    STALE FILE IS NEVER POSTED TO THE COST CENTRES TWICE.      *
033718*****************************************************************
033719 2050-POST-SALARY-EXPENSE.
033722     IF PAY-CCTR-AVAILABLE
033724         PERFORM 2060-POST-ONE-COST-CENTRE THRU 2060-EXIT
033726             UNTIL PAY-CCTR-EOF
033728     END-IF.
033730     IF GL-CCTR-POSTED-COUNT = ZERO
033732         MOVE "PAYGROSS" TO GL-WORK-SOURCE
033734         MOVE PTOT-TOT-SALARY TO GL-WORK-AMOUNT
033735         MOVE "D" TO GL-WORK-DC
033736         PERFORM 7000-POST-ONE-ENTRY THRU 7000-EXIT
033738         GO TO 2050-EXIT
033740     END-IF.
033742     DISPLAY "COST CENTRES POSTED: " GL-CCTR-POSTED-COUNT.
033743     IF GL-CCTR-STALE-COUNT > ZERO
033744         DISPLAY "*** " GL-CCTR-STALE-COUNT " PAYCCT RECORDS NOT "
033745                 "FOR BUSINESS DATE " GL-BUSINESS-DATE
033746                 " - NOT POSTED ***"
033747     END-IF.
033748     IF GL-CCTR-GROSS-SUM NOT = PTOT-TOT-SALARY
033749         DISPLAY "*** COST CENTRE GROSS " GL-CCTR-GROSS-SUM
033750                 " DOES NOT AGREE WITH PAYTOT SALARY "
033751                 PTOT-TOT-SALARY " ***"
033753     END-IF.
033755 2050-EXIT.
033757     EXIT.
033759
033761 2060-POST-ONE-COST-CENTRE.
033763     READ PAY-CCTR-TOTALS
033765         AT END
033767             SET PAY-CCTR-EOF TO TRUE
033769             GO TO 2060-EXIT
033771     END-READ.
033772     IF PCCT-BUSINESS-DATE NOT = GL-BUSINESS-DATE
033773         DISPLAY "*** PAYCCT RECORD FOR COST CENTRE "
033774                 PCCT-COST-CENTRE " IS DATED " PCCT-BUSINESS-DATE
033775                 " ***"
033776         ADD 1 TO GL-CCTR-STALE-COUNT
033777         MOVE 16 TO RETURN-CODE
033778         GO TO 2060-EXIT
033779     END-IF.
033780     IF PCCT-COST-CENTRE = SPACES
033781         MOVE "PAYGROSS" TO GL-WORK-SOURCE
033782     ELSE
033783         MOVE PCCT-COST-CENTRE TO GL-CCTR-SOURCE-CODE
033784         MOVE GL-CCTR-SOURCE TO GL-WORK-SOURCE
033785     END-IF.
033786     MOVE "D" TO GL-WORK-DC.
033787     MOVE PCCT-GROSS TO GL-WORK-AMOUNT.
033789     PERFORM 7000-POST-ONE-ENTRY THRU 7000-EXIT.
033791     ADD PCCT-GROSS TO GL-CCTR-GROSS-SUM.
033793     ADD 1 TO GL-CCTR-POSTED-COUNT.
033795 2060-EXIT.
033797     EXIT.
033800 2100-POST-ONE-DED-TYPE.
033900     IF PTOT-TYPE-CODE(GL-TYPE-SUB) = SPACES
034000             OR PTOT-TYPE-AMT(GL-TYPE-SUB) = ZERO
041000 3200-EXIT.
041100     EXIT.
041200
041202*****************************************************************
041205*    3500-POST-BANK-RETURNS                                     *
041207*    ONE BALANCED PAIR PER BANKREV REVERSAL WRITTEN ON THE      *
041210*    BUSINESS DATE: NET PAY (CASH) DEBIT AGAINST A PAYHELD      *
041213*    CREDIT.  THE RETURNED NET STAYS OWED UNDER PAYHELD UNTIL   *
041215*    THE EMPLOYEE IS RELEASED AND PAID AGAIN.                   *
041218*****************************************************************
041221 3500-POST-BANK-RETURNS.
041223     IF BANK-REV-NOT-AVAILABLE
041226         GO TO 3500-EXIT
041228     END-IF.
041231     PERFORM 3600-POST-ONE-RETURN THRU 3600-EXIT
041234         UNTIL BANK-REV-EOF.
041236     DISPLAY "BANK RETURNS POSTED: " GL-RETURN-POSTED-COUNT.
041239 3500-EXIT.
041242     EXIT.
041244
041247 3600-POST-ONE-RETURN.
041250     READ BANK-REVERSALS
041252         AT END
041255             SET BANK-REV-EOF TO TRUE
041257             GO TO 3600-EXIT
041260     END-READ.
041263     IF BREV-RETURN-DATE NOT = GL-BUSINESS-DATE
041265         GO TO 3600-EXIT
041268     END-IF.
041271     MOVE BREV-RETURN-DATE TO GL-WORK-TRAN-DATE.
041273     MOVE "PAYNET  " TO GL-WORK-SOURCE.
041276     MOVE "D" TO GL-WORK-DC.
041278     MOVE BREV-AMOUNT TO GL-WORK-AMOUNT.
041281     PERFORM 7000-POST-ONE-ENTRY THRU 7000-EXIT.
041284     MOVE "PAYHELD " TO GL-WORK-SOURCE.
041286     MOVE "C" TO GL-WORK-DC.
041289     PERFORM 7000-POST-ONE-ENTRY THRU 7000-EXIT.
041292     ADD 1 TO GL-RETURN-POSTED-COUNT.
041294 3600-EXIT.
041297     EXIT.
041300*****************************************************************
041400*    4000-WRITE-TRAILER-AND-PROVE                               *
041500*    TRAILER WITH THE DETAIL COUNT AND DEBIT/CREDIT TOTALS,     *
048800     IF PAY-TOT-AVAILABLE
048900         CLOSE PAY-TOTALS
049000     END-IF.
049025     IF PAY-CCTR-AVAILABLE
049050         CLOSE PAY-CCTR-TOTALS
049075     END-IF.
049100     IF CUST-ACTV-AVAILABLE
049200         CLOSE CUSTOMER-ACTIVITY
049300     END-IF.
049325     IF BANK-REV-AVAILABLE
049350         CLOSE BANK-REVERSALS
049375     END-IF.
049400     CLOSE GL-JOURNAL.
049500     DISPLAY "JOURNAL DETAILS WRITTEN: " GL-DETAIL-COUNT.
049600     DISPLAY "DEBIT TOTAL:  " GL-DEBIT-TOTAL.
052300     MOVE GL-ACTV-POSTED-COUNT TO RSTAT-READ-COUNT.
052400     MOVE GL-DETAIL-COUNT TO RSTAT-WRITTEN-COUNT.
052500     MOVE GL-UNMAPPED-COUNT TO RSTAT-REJECT-COUNT.
052550     MOVE SPACE TO RSTAT-RESTART-FLAG.
052600     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
052700     WRITE RUN-STAT-RECORD.
052800     CLOSE RUN-HISTORY.
