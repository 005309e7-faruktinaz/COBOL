003025*    09/02/26   FT    THE YEAR-END RESET NOW CARRIES LAST       *
003026*                     YEAR'S TOTALS FORWARD ON THE EMPYTD       *
003027*                     RECORD SO EMPSTMT CAN STILL PRINT THEM.   *
003039*    10/14/26   FT    A PAYCAL PAY DATE THAT FALLS ON A WEEKEND  *
003051*                     OR A HOLCAL HOLIDAY IS NOW PAID ON THE     *
003063*                     WORKING DAY BEFORE IT, AND THE BANKPAY     *
003075*                     HEADER CARRIES THE ADJUSTED PAY DATE.      *
003077*    10/14/26   FT    WRITES ONE PAYHIST PAY-HISTORY RECORD PER  *
003079*                     EMPLOYEE PAID (PAYHISTR COPYBOOK) - GROSS, *
003081*                     EACH DEDUCTION TYPE, NET AND HELD FLAG,    *
003083*                     KEYED BY IDENT, BUSINESS DATE AND RUN      *
003085*                     NUMBER - FOR THE PAYVAR VARIANCE REPORT.   *
003087*    10/14/26   FT    BANKPAY LAYOUT MOVED TO THE BANKPAYR       *
003090*                     COPYBOOK; THE HEADER NOW ALSO CARRIES THE  *
003092*                     BUSINESS DATE AND RUN NUMBER SO BANKRET    *
003095*                     CAN MATCH THE BANK'S RETURNED ITEMS.       *
003106*    10/14/26   FT    TOTALS GROSS, EACH DEDUCTION TYPE, NET AND *
003118*                     HELD NET PER EMPLOYEE COST CENTRE: PRINTED *
003130*                     UNDER THE GRAND TOTALS AND WRITTEN TO THE  *
003141*                     PAYCCT FILE (PAYCCTR COPYBOOK) SO GLPOST   *
003153*                     CAN POST SALARY EXPENSE BY COST CENTRE.    *
003165*                     PAYHIST NOW CARRIES THE COST CENTRE TOO.   *
003166*    10/14/26   FT    TAKES AN IN-STEP CHECKPOINT EVERY N       *
003168*                     EMPLOYEES (PAYCKPT FILE, STEPCKPT         *
003169*                     COPYBOOK, INTERVAL FROM CKPTPARM) - LAST  *
003171*                     IDENT DONE AND THE RUNNING TOTALS.  A     *
003173*                     RERUN AFTER AN ABEND REPLAYS THE          *
003174*                     EMPLOYEES ALREADY DONE TO REBUILD THE     *
003176*                     REGISTER, BANKPAY AND TOTALS, PROVES THEM *
003178*                     AGAINST THE CHECKPOINT AND CARRIES ON.    *
003179*                     EMPYTD NOW REMEMBERS THE LAST RUN ROLLED  *
003181*                     IN, SO NO RUN IS EVER ROLLED INTO THE     *
003183*                     YEAR-TO-DATE TOTALS TWICE.  A RESTART IS  *
003184*                     FLAGGED ON RUNHIST.                       *
003185*    10/14/26   FT    APPLIES STOP-PAY HOLD ADDS AND RELEASES   *
003187*                     APPROVED ON THE PENDQ DUAL-CONTROL QUEUE  *
003189*                     TO THE HOLD TABLE BEFORE ANYONE IS PAID,  *
003191*                     REWRITES PAYHOLD TO MATCH AND MARKS EACH  *
003192*                     ITEM APPLIED.  AN ITEM APPROVED BY ITS    *
003194*                     OWN KEYER IS NEVER APPLIED.               *
003195*    10/15/26   FT    A REFUSED RESTART NO LONGER WRITES THE    *
003196*                     GRAND TOTALS, THE BANKPAY TRAILER OR THE  *
003197*                     PAYTOT AND PAYCCT FILES.                  *
003198*****************************************************************
003199 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. HELLO.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004493            RECORD KEY IS YTD-EMP-IDENT
004494            FILE STATUS IS EMP-YTD-STATUS.
004495
004508     SELECT HOLIDAY-CALENDAR  ASSIGN TO "HOLCAL"
004521            ORGANIZATION IS INDEXED
004534            ACCESS MODE IS DYNAMIC
004547            RECORD KEY IS HCAL-DATE
004560            FILE STATUS IS HOL-CAL-STATUS.
004561
004563     SELECT PAY-HISTORY       ASSIGN TO "PAYHIST"
004565            ORGANIZATION IS INDEXED
004567            ACCESS MODE IS DYNAMIC
004569            RECORD KEY IS PHST-KEY
004571            FILE STATUS IS PAY-HIST-STATUS.
004574
004577     SELECT PAY-CCTR-TOTALS   ASSIGN TO "PAYCCT"
004580            ORGANIZATION IS LINE SEQUENTIAL.
004581
004583     SELECT PAY-CHECKPOINT    ASSIGN TO "PAYCKPT"
004585            ORGANIZATION IS LINE SEQUENTIAL
004587            FILE STATUS IS PAY-CKPT-STATUS.
004589
004590     SELECT CKPT-PARM-FILE    ASSIGN TO "CKPTPARM"
004592            ORGANIZATION IS LINE SEQUENTIAL
004594            FILE STATUS IS CKPT-PARM-STATUS.
004604
004615     SELECT PEND-QUEUE        ASSIGN TO "PENDQ"
004625            ORGANIZATION IS INDEXED
004636            ACCESS MODE IS DYNAMIC
004647            RECORD KEY IS PEND-KEY
004657            FILE STATUS IS PEND-Q-STATUS.
004668
004678 DATA DIVISION.
004689 FILE SECTION.
004700 FD  EMPLOYEE-MASTER.
004800     COPY EMPREC.
004900
005293
005294 FD  BANK-PAYMENT
005295     RECORDING MODE IS F.
005304     COPY BANKPAYR.
005313
005314 FD  PAY-HOLD-FILE
005315     RECORDING MODE IS F.
005339 FD  EMPLOYEE-YTD.
005340     COPY EMPYTDR.
005341
005355 FD  HOLIDAY-CALENDAR.
005370     COPY HOLCALR.
005373
005377 FD  PAY-HISTORY.
005381     COPY PAYHISTR.
005384
005387 FD  PAY-CCTR-TOTALS
005390     RECORDING MODE IS F.
005393     COPY PAYCCTR.
005401
005410 FD  PAY-CHECKPOINT
005419     RECORDING MODE IS F.
005428     COPY STEPCKPT.
005437
005446 FD  CKPT-PARM-FILE
005455     RECORDING MODE IS F.
005464 01  CKPT-PARM-RECORD.
005473     02  CPRM-INTERVAL               PIC X(05).
005475
005477 FD  PEND-QUEUE.
005479     COPY PENDREC.
005482
005491 WORKING-STORAGE SECTION.
005500 01  EMP-MAST-STATUS             PIC X(02).
005600 01  EMP-MASTER-EOF-SW           PIC X(01) VALUE "N".
005700     88  EMP-MASTER-EOF                   VALUE "Y".
007481 01  PAY-HELD-COUNT              PIC 9(05) VALUE ZERO.
007482 01  PAY-BANK-COUNT              PIC 9(07) VALUE ZERO.
007483 01  PAY-BANK-NET-HASH           PIC 9(09)V99 VALUE ZERO.
007484 01  PAY-HOLD-OVERFLOW-SW        PIC X(01) VALUE "N".
007485     88  PAY-HOLD-OVERFLOW                VALUE "Y".
007486 01  PAY-HOLD-FOUND-SW           PIC X(01) VALUE "N".
007487     88  PAY-HOLD-FOUND                   VALUE "Y".
007488     88  PAY-HOLD-NOT-FOUND               VALUE "N".
007489 01  PAY-HOLD-CHANGED-SW         PIC X(01) VALUE "N".
007490     88  PAY-HOLD-CHANGED                 VALUE "Y".
007491
007492*    APPROVED STOP-PAY CHANGES FROM THE PENDQ QUEUE.  EACH ITEM *
007493*    TAKEN THIS RUN IS NOTED HERE WITH ITS RESULT UNTIL PAYHOLD *
007494*    HAS BEEN REWRITTEN, THEN THE QUEUE ROWS ARE MARKED.        *
007495 01  PEND-Q-STATUS               PIC X(02).
007496 01  PEND-Q-EOF-SW               PIC X(01) VALUE "N".
007497     88  PEND-Q-EOF                       VALUE "Y".
007498 01  PAY-PEND-COUNT              PIC 9(03) VALUE ZERO.
007499 01  PAY-PEND-TABLE.
007500     02  PAY-PEND-ENTRY OCCURS 100 TIMES
007501                        INDEXED BY PEND-IDX.
007502         03  PAY-PEND-KEY            PIC X(12).
007503         03  PAY-PEND-RESULT         PIC X(01).
007504         03  PAY-PEND-REMARK         PIC X(24).
007505 01  PAY-HOLDS-APPLIED           PIC 9(05) VALUE ZERO.
007507 01  PAY-HOLDS-NOT-APPLIED       PIC 9(05) VALUE ZERO.
007508
007509*    ITEMIZED DEDUCTION WORK AREAS.  THE DEDTYPE TABLE FILE IS  *
007510*    LOADED AT START-UP (UP TO FOUR TYPES - ONE REGISTER COLUMN  *
007511*    EACH) AND EACH EMPLOYEE'S DEDELECT ELECTIONS PICK WHICH     *
007512*    TYPES APPLY.  NO ELECTIONS MEANS THE OLD AGGREGATE          *
007513*    GRADE-RATE DEDUCTION.                                       *
007514 01  DED-TYPE-STATUS             PIC X(02).
007515 01  DED-ELEC-STATUS             PIC X(02).
007516 01  DED-TYPE-AVAILABLE-SW       PIC X(01) VALUE "Y".
007517     88  DED-TYPE-AVAILABLE               VALUE "Y".
007518     88  DED-TYPE-NOT-AVAILABLE           VALUE "N".
007519 01  DED-ELEC-AVAILABLE-SW       PIC X(01) VALUE "Y".
007520     88  DED-ELEC-AVAILABLE               VALUE "Y".
007521     88  DED-ELEC-NOT-AVAILABLE           VALUE "N".
007522 01  DED-TYPE-EOF-SW             PIC X(01) VALUE "N".
007523     88  DED-TYPE-EOF                     VALUE "Y".
007524 01  DED-ELEC-DONE-SW            PIC X(01) VALUE "N".
007525     88  DED-ELEC-DONE                    VALUE "Y".
007526 01  DED-TYPE-COUNT              PIC 9(02) VALUE ZERO.
007527 01  DED-TYPE-TABLE.
007528     02  DED-TYPE-ENTRY OCCURS 4 TIMES
007529                        INDEXED BY DED-IDX.
007531         03  DED-TYPE-CODE           PIC X(02).
007532         03  DED-TYPE-DESC           PIC X(09).
007533         03  DED-TYPE-RATE           PIC V999.
007534         03  DED-EMP-AMT             PIC 9(05)V99.
007535         03  DED-TOT-AMT             PIC 9(07)V99.
007536 01  PAY-ELECTED-COUNT           PIC 9(02) VALUE ZERO.
007537 01  PAY-DED-SUB                 PIC 9(02) VALUE ZERO.
007538
007539*    PAY-CALENDAR WORK AREAS.  NO CALENDAR FILE MEANS EVERY     *
007540*    EMPLOYEE IS DUE EVERY RUN, AS BEFORE THE CALENDAR.         *
007541 01  PAY-CAL-STATUS              PIC X(02).
007542 01  PAY-CAL-AVAILABLE-SW        PIC X(01) VALUE "Y".
007543     88  PAY-CAL-AVAILABLE                VALUE "Y".
007544     88  PAY-CAL-NOT-AVAILABLE            VALUE "N".
007545 01  PAY-EMP-DUE-SW              PIC X(01) VALUE "Y".
007546     88  PAY-EMP-DUE                      VALUE "Y".
007547     88  PAY-EMP-NOT-DUE                  VALUE "N".
007548 01  PAY-NOT-DUE-COUNT           PIC 9(05) VALUE ZERO.
007549*    PAY-DATE ADJUSTMENT WORK AREAS.  A SCHEDULED PAY DATE ON A *
007550*    WEEKEND OR HOLCAL HOLIDAY IS PAID ON THE WORKING DAY       *
007551*    BEFORE IT, SO TONIGHT'S RUN PAYS EVERY FREQUENCY DUE ON    *
007552*    THE BUSINESS DATE OR ON ANY NON-WORKING DAY THAT FOLLOWS   *
007553*    IT.  THOSE DATES ARE HELD IN THE DUE-DATE WINDOW.          *
007555 01  HOL-CAL-STATUS              PIC X(02).
007561 01  HOL-CAL-AVAILABLE-SW        PIC X(01) VALUE "Y".
007566     88  HOL-CAL-AVAILABLE                VALUE "Y".
007571     88  HOL-CAL-NOT-AVAILABLE            VALUE "N".
007577 01  PAY-PAY-DATE                PIC 9(08) VALUE ZERO.
007582 01  PAY-DUE-DATE-COUNT          PIC 9(02) VALUE ZERO.
007588 01  PAY-DUE-SUB                 PIC 9(02) VALUE ZERO.
007593 01  PAY-DUE-DATE-TABLE.
007599     02  PAY-DUE-DATE            PIC 9(08) OCCURS 10 TIMES.
007604 01  PAY-DAYS-EXAMINED           PIC 9(03) VALUE ZERO.
007609 01  PAY-WORK-DATE.
007615     02  PAY-WORK-CCYY           PIC 9(04).
007620     02  PAY-WORK-MM             PIC 9(02).
007626     02  PAY-WORK-DD             PIC 9(02).
007631 01  PAY-WORK-DATE-N REDEFINES PAY-WORK-DATE
007637                                 PIC 9(08).
007642 01  PAY-MONTH-DAYS-VALUES       PIC X(24)
007647         VALUE "312831303130313130313031".
007653 01  PAY-MONTH-DAYS-TABLE REDEFINES PAY-MONTH-DAYS-VALUES.
007658     02  PAY-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
007664 01  PAY-MONTH-LIMIT             PIC 9(02) VALUE ZERO.
007669 01  PAY-QUOTIENT                PIC 9(06) VALUE ZERO.
007675 01  PAY-REMAINDER               PIC 9(04) VALUE ZERO.
007680 01  ZEL-MONTH                   PIC 9(02) VALUE ZERO.
007685 01  ZEL-YEAR                    PIC 9(04) VALUE ZERO.
007691 01  ZEL-CENTURY                 PIC 9(02) VALUE ZERO.
007696 01  ZEL-YEAR-OF-CENTURY         PIC 9(02) VALUE ZERO.
007702 01  ZEL-TERM                    PIC 9(04) VALUE ZERO.
007707 01  ZEL-SUM                     PIC 9(05) VALUE ZERO.
007713 01  ZEL-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
007718     88  ZEL-WEEKEND                      VALUE 0 1.
007723 01  PAY-WORKING-DAY-SW          PIC X(01) VALUE "N".
007729     88  PAY-IS-WORKING-DAY               VALUE "Y".
007734     88  PAY-IS-NOT-WORKING-DAY           VALUE "N".
007740
007745*    YEAR-TO-DATE ROLL-FORWARD WORK AREAS.                      *
007751 01  EMP-YTD-STATUS              PIC X(02).
007756 01  YTD-FOUND-SW                PIC X(01) VALUE "N".
007761     88  YTD-FOUND                        VALUE "Y".
007767     88  YTD-NOT-FOUND                    VALUE "N".
007772 01  PAY-BUSINESS-YEAR           PIC 9(04) VALUE ZERO.
007778 01  PAY-TOT-SALARY              PIC 9(07)V99 VALUE ZERO.
007783 01  PAY-TOT-DEDUCTION           PIC 9(07)V99 VALUE ZERO.
007789 01  PAY-TOT-NET-PAY             PIC 9(07)V99 VALUE ZERO.
007794 01  PAY-TOT-HELD-NET            PIC 9(07)V99 VALUE ZERO.
007795*    PAY-HISTORY WORK AREAS.                                    *
007797 01  PAY-HIST-STATUS             PIC X(02).
007798 01  PAY-HIST-COUNT              PIC 9(05) VALUE ZERO.
007803*    COST-CENTRE TOTALS.  ENTRY 1 IS ALWAYS THE BLANK (NOT YET  *
007809*    ASSIGNED) COST CENTRE, WHICH ALSO TAKES ANY EMPLOYEE WHOSE *
007815*    COST CENTRE DOES NOT FIT IN THE TABLE, SO EVERY PENNY OF   *
007820*    GROSS STILL REACHES THE LEDGER.                            *
007826 01  PAY-CCTR-COUNT              PIC 9(02) VALUE ZERO.
007832 01  PAY-CCTR-TABLE.
007837     02  PAY-CCTR-ENTRY OCCURS 50 TIMES
007843                        INDEXED BY CCTR-IDX.
007849         03  PAY-CCTR-CODE           PIC X(04).
007854         03  PAY-CCTR-HEADS          PIC 9(05).
007860         03  PAY-CCTR-GROSS          PIC 9(07)V99.
007866         03  PAY-CCTR-TYPE-AMT       PIC 9(07)V99
007871                                     OCCURS 4 TIMES.
007877         03  PAY-CCTR-DEDUCT         PIC 9(07)V99.
007883         03  PAY-CCTR-NET            PIC 9(07)V99.
007888         03  PAY-CCTR-HELD           PIC 9(07)V99.
007892*    IN-STEP CHECKPOINT AND RESTART WORK AREAS.  PAYCKPT IS     *
007896*    REWRITTEN EVERY PAY-CKPT-INTERVAL EMPLOYEE RECORDS.  COUNT *
007900*    SLOTS: 1 PAID, 2 BANK PAYMENTS, 3 HELD, 4 NOT DUE,         *
007904*    5 TERMINATED.  AMOUNT SLOTS: 1 SALARY, 2 DEDUCTION, 3 NET, *
007908*    4 HELD NET, 5 BANK NET-PAY HASH.                           *
007912 01  PAY-CKPT-STATUS             PIC X(02).
007917 01  CKPT-PARM-STATUS            PIC X(02).
007921 01  PAY-CKPT-INTERVAL           PIC 9(05) VALUE 100.
007925 01  PAY-CKPT-SINCE              PIC 9(05) VALUE ZERO.
007929 01  PAY-CKPT-TAKEN-COUNT        PIC 9(05) VALUE ZERO.
007933 01  PAY-CKPT-NEW-STATE          PIC X(01) VALUE SPACE.
007937 01  PAY-RECORDS-DONE            PIC 9(07) VALUE ZERO.
007941 01  PAY-CKPT-IDENT              PIC 9(04) VALUE ZERO.
007946 01  PAY-RESTART-SW              PIC X(01) VALUE "N".
007950     88  PAY-RESTARTED                    VALUE "Y".
007954 01  PAY-REPLAY-SW               PIC X(01) VALUE "N".
007958     88  PAY-REPLAYING                    VALUE "Y".
007962     88  PAY-NOT-REPLAYING                VALUE "N".
007966     88  PAY-REPLAY-FAILED                VALUE "F".
007970 01  PAY-YTD-SKIP-COUNT          PIC 9(05) VALUE ZERO.
007975 01  PAY-CKPT-TOTALS.
007979     02  PAY-CKPT-COUNT          PIC 9(07) OCCURS 8 TIMES.
007983     02  PAY-CKPT-AMOUNT         PIC 9(09)V99 OCCURS 8 TIMES.
007987 01  PAY-CKPT-SAVED              PIC X(144).
007991
007995*    PAYROLL REGISTER REPORT LINES.
008000 01  PAY-HDG-1.
008100     02  FILLER PIC X(30) VALUE "PAYROLL REGISTER".
008200     02  FILLER PIC X(40) VALUE SPACES.
011300     02  FILLER PIC X(17) VALUE "EMPLOYEES PAID:".
011400     02  PAY-FTR-COUNT           PIC ZZZZ9.
011500     02  FILLER PIC X(58) VALUE SPACES.
011501 01  PAY-CCTR-LINE.
011502     02  FILLER PIC X(12) VALUE "COST CENTRE".
011503     02  PAY-CCT-CODE-O          PIC X(04).
011504     02  FILLER PIC X(01) VALUE SPACES.
011505     02  PAY-CCT-HEADS-O         PIC ZZZZ9.
011507     02  FILLER PIC X(05) VALUE SPACES.
011508     02  PAY-CCT-GROSS-O         PIC Z,ZZZ,ZZZ.99.
011509     02  FILLER PIC X(01) VALUE SPACES.
011510     02  PAY-CCT-TYPE-COLS.
011511         03  PAY-CCT-TYPE-CELL OCCURS 4 TIMES.
011512             04  PAY-CCT-TYPE-O      PIC ZZZ,ZZZ.99.
011514             04  FILLER              PIC X(01).
011515     02  PAY-CCT-DEDUCTION-O     PIC Z,ZZZ,ZZZ.99.
011516     02  FILLER PIC X(01) VALUE SPACES.
011517     02  PAY-CCT-NET-PAY-O       PIC Z,ZZZ,ZZZ.99.
011518 01  PAY-SKIP-LINE.
011520     02  PAY-SKP-NAME            PIC X(20).
011530     02  FILLER                  PIC X(02) VALUE SPACES.
011540     02  PAY-SKP-GRADE           PIC Z9.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400     PERFORM 1500-PAY-ONE-EMPLOYEE THRU 1500-EXIT
012500         UNTIL EMP-MASTER-EOF.
012525     IF PAY-REPLAYING
012550         PERFORM 1700-END-REPLAY THRU 1700-EXIT
012575     END-IF.
012580     IF NOT PAY-REPLAY-FAILED
012600         PERFORM 5000-WRITE-GRAND-TOTALS THRU 5000-EXIT
012650         PERFORM 5500-WRITE-BANK-TRAILER THRU 5500-EXIT
012660         PERFORM 5700-WRITE-PAY-TOTALS THRU 5700-EXIT
012670     END-IF.
012700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
012800     STOP RUN.
012900
013602     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
013604     ACCEPT STAT-START-TIME FROM TIME.
013610     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
013615     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
013620     MOVE PAY-BUSINESS-DATE(1:4) TO PAY-BUSINESS-YEAR.
013636     MOVE 1 TO PAY-CCTR-COUNT.
013652     SET CCTR-IDX TO 1.
013668     MOVE SPACES TO PAY-CCTR-CODE(CCTR-IDX).
013684     PERFORM 3960-CLEAR-COST-CENTRE THRU 3960-EXIT.
013700     OPEN INPUT EMPLOYEE-MASTER.
013800     IF EMP-MAST-STATUS = "35"
013900         DISPLAY "NO EMPLOYEE MASTER FILE SUPPLIED - NO "
014260     END-IF.
014300     OPEN OUTPUT PAYROLL-REGISTER.
014310     PERFORM 1070-LOAD-PAY-HOLDS THRU 1070-EXIT.
014311     IF NOT PAY-RESTARTED
014312         PERFORM 1072-APPLY-APPROVED-HOLDS THRU 1072-EXIT
014313     END-IF.
014315     OPEN INPUT PAY-CALENDAR.
014316     IF PAY-CAL-STATUS = "35"
014317         DISPLAY "NO PAY CALENDAR FILE SUPPLIED - EVERY "
014318                 "EMPLOYEE IS DUE EVERY RUN"
014320         SET PAY-CAL-NOT-AVAILABLE TO TRUE
014321     END-IF.
014322     PERFORM 1060-SET-PAY-DATE THRU 1060-EXIT.
014324     PERFORM 1090-LOAD-DED-TYPES THRU 1090-EXIT.
014328     OPEN INPUT DED-ELECTIONS.
014332     IF DED-ELEC-STATUS = "35"
014336         DISPLAY "NO DEDUCTION ELECTIONS FILE SUPPLIED - ALL "
014340                 "EMPLOYEES GET THE AGGREGATE GRADE RATE"
014344         SET DED-ELEC-NOT-AVAILABLE TO TRUE
014348     END-IF.
014352     OPEN I-O EMPLOYEE-YTD.
014356     IF EMP-YTD-STATUS = "35" OR "05"
014360         CLOSE EMPLOYEE-YTD
014364         OPEN OUTPUT EMPLOYEE-YTD
014368         CLOSE EMPLOYEE-YTD
014372         OPEN I-O EMPLOYEE-YTD
014376     END-IF.
014377     OPEN I-O PAY-HISTORY.
014378     IF PAY-HIST-STATUS = "35" OR "05"
014379         CLOSE PAY-HISTORY
014380         OPEN OUTPUT PAY-HISTORY
014382         CLOSE PAY-HISTORY
014383         OPEN I-O PAY-HISTORY
014384     END-IF.
014385     OPEN OUTPUT BANK-PAYMENT.
014386     MOVE SPACES TO BANK-PAY-RECORD.
014388     SET BPAY-IS-HEADER TO TRUE.
014392     MOVE PAY-PAY-DATE TO BPAY-PAY-DATE.
014393     MOVE PAY-BUSINESS-DATE TO BPAY-BUSINESS-DATE.
014394     MOVE PAY-RUN-NUMBER TO BPAY-RUN-NUMBER.
014396     WRITE BANK-PAY-RECORD.
014400     PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT.
014500     IF NOT EMP-MASTER-EOF
014600         PERFORM 1100-READ-NEXT-EMPLOYEE THRU 1100-EXIT
014900     EXIT.
015000
015100 1100-READ-NEXT-EMPLOYEE.
015120     IF PAY-CKPT-SINCE NOT < PAY-CKPT-INTERVAL
015140         MOVE "I" TO PAY-CKPT-NEW-STATE
015160         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
015180     END-IF.
015200     READ EMPLOYEE-MASTER NEXT RECORD
015300         AT END
015400             SET EMP-MASTER-EOF TO TRUE
015780 1050-EXIT.
015781     EXIT.
015782
015783*****************************************************************
015784*    1060-SET-PAY-DATE                                          *
015786*    WORKS OUT THE DATE THE BANK PAYS ON AND THE WINDOW OF      *
015787*    SCHEDULED PAY DATES THIS RUN COVERS.  THE PAY DATE IS THE  *
015789*    BUSINESS DATE, OR THE WORKING DAY BEFORE IT WHEN RUNCTL    *
015790*    HAS BEEN SET TO A NON-WORKING DAY.  THE WINDOW IS THE      *
015792*    BUSINESS DATE PLUS EVERY NON-WORKING DAY RIGHT AFTER IT,   *
015793*    SO A SATURDAY OR HOLIDAY PAY DATE IS PAID THE WORKING DAY  *
015795*    BEFORE.  NO HOLCAL FILE MEANS WEEKENDS ONLY.               *
015796*****************************************************************
015798 1060-SET-PAY-DATE.
015799     OPEN INPUT HOLIDAY-CALENDAR.
015801     IF HOL-CAL-STATUS = "35"
015802         SET HOL-CAL-NOT-AVAILABLE TO TRUE
015804     END-IF.
015805     MOVE PAY-BUSINESS-DATE TO PAY-WORK-DATE-N.
015807     PERFORM 8200-CHECK-WORKING-DAY THRU 8200-EXIT.
015808     MOVE ZERO TO PAY-DAYS-EXAMINED.
015810     PERFORM 1062-STEP-BACK-ONE-DAY THRU 1062-EXIT
015811         UNTIL PAY-IS-WORKING-DAY
015813            OR PAY-DAYS-EXAMINED NOT < 31.
015814     MOVE PAY-WORK-DATE-N TO PAY-PAY-DATE.
015816     IF PAY-PAY-DATE NOT = PAY-BUSINESS-DATE
015817         DISPLAY "BUSINESS DATE " PAY-BUSINESS-DATE
015819                 " IS NOT A WORKING DAY - BANK PAY DATE MOVED "
015820                 "BACK TO " PAY-PAY-DATE
015822     END-IF.
015823     MOVE 1 TO PAY-DUE-DATE-COUNT.
015825     MOVE PAY-BUSINESS-DATE TO PAY-DUE-DATE(1).
015826     MOVE PAY-BUSINESS-DATE TO PAY-WORK-DATE-N.
015828     SET PAY-IS-NOT-WORKING-DAY TO TRUE.
015829     PERFORM 1064-STEP-FORWARD-ONE-DAY THRU 1064-EXIT
015831         UNTIL PAY-IS-WORKING-DAY
015832            OR PAY-DUE-DATE-COUNT NOT < 10.
015834     IF HOL-CAL-AVAILABLE
015835         CLOSE HOLIDAY-CALENDAR
015837     END-IF.
015838     IF PAY-DUE-DATE-COUNT > 1
015840         DISPLAY "PAY DATES THROUGH "
015841                 PAY-DUE-DATE(PAY-DUE-DATE-COUNT)
015843                 " FALL ON NON-WORKING DAYS AND ARE PAID "
015844                 "WITH THIS RUN"
015846     END-IF.
015847 1060-EXIT.
015849     EXIT.
015850
015852 1062-STEP-BACK-ONE-DAY.
015853     PERFORM 8300-SUBTRACT-ONE-DAY THRU 8300-EXIT.
015855     ADD 1 TO PAY-DAYS-EXAMINED.
015856     PERFORM 8200-CHECK-WORKING-DAY THRU 8200-EXIT.
015858 1062-EXIT.
015859     EXIT.
015861
015862 1064-STEP-FORWARD-ONE-DAY.
015864     PERFORM 8000-ADD-ONE-DAY THRU 8000-EXIT.
015865     PERFORM 8200-CHECK-WORKING-DAY THRU 8200-EXIT.
015867     IF PAY-IS-NOT-WORKING-DAY
015868         ADD 1 TO PAY-DUE-DATE-COUNT
015870         MOVE PAY-WORK-DATE-N TO PAY-DUE-DATE(PAY-DUE-DATE-COUNT)
015871     END-IF.
015873 1064-EXIT.
015874     EXIT.
015876
015877*****************************************************************
015879*    1070-LOAD-PAY-HOLDS                                        *
015880*    LOADS THE PAYHOLD STOP-PAY FILE INTO THE HOLD TABLE.  NO   *
015882*    HOLD FILE JUST MEANS NOBODY IS HELD THIS RUN.              *
015883*****************************************************************
015885 1070-LOAD-PAY-HOLDS.
015886     OPEN INPUT PAY-HOLD-FILE.
015888     IF PAY-HOLD-STATUS = "35"
015889         SET PAY-HOLD-EOF TO TRUE
015891         GO TO 1070-EXIT
015892     END-IF.
015893     PERFORM 1080-LOAD-ONE-HOLD THRU 1080-EXIT
015895         UNTIL PAY-HOLD-EOF.
015896     CLOSE PAY-HOLD-FILE.
015898     IF PAY-HOLD-COUNT > ZERO
015899         DISPLAY "STOP-PAY HOLDS LOADED: " PAY-HOLD-COUNT
015901     END-IF.
015902 1070-EXIT.
015904     EXIT.
015905
015906*****************************************************************
015907*    1072-APPLY-APPROVED-HOLDS                                  *
015908*    HOLD ADDS AND RELEASES APPROVED ON THE PENDQ QUEUE ARE     *
015909*    APPLIED TO THE HOLD TABLE, PAYHOLD IS REWRITTEN FROM THE   *
015910*    TABLE, AND ONLY THEN ARE THE QUEUE ROWS MARKED APPLIED OR  *
015911*    NOT APPLIED - SO A FAILURE IN BETWEEN JUST APPLIES THE     *
015912*    SAME ITEMS AGAIN, WHICH CHANGES NOTHING.  A RESTART LEAVES *
015913*    THE QUEUE FOR THE NEXT RUN SO THE REPLAYED EMPLOYEES SEE   *
015914*    THE SAME HOLDS AS BEFORE.  NO QUEUE MEANS NOTHING TO DO.   *
015915*****************************************************************
015916 1072-APPLY-APPROVED-HOLDS.
015917     IF PAY-HOLD-OVERFLOW
015918         DISPLAY "*** HOLD TABLE FULL - APPROVED HOLD CHANGES "
015919                 "LEFT FOR THE NEXT RUN ***"
015920         GO TO 1072-EXIT
015921     END-IF.
015922     OPEN I-O PEND-QUEUE.
015923     IF PEND-Q-STATUS = "35"
015924         GO TO 1072-EXIT
015925     END-IF.
015926     MOVE ZERO TO PAY-PEND-COUNT.
015927     MOVE "N" TO PEND-Q-EOF-SW.
015928     MOVE LOW-VALUES TO PEND-KEY.
015929     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
015930         INVALID KEY
015931             SET PEND-Q-EOF TO TRUE
015932     END-START.
015933     PERFORM 1073-TAKE-ONE-QUEUED THRU 1073-EXIT
015934         UNTIL PEND-Q-EOF.
015935     IF PAY-HOLD-CHANGED
015936         PERFORM 1076-REWRITE-PAY-HOLDS THRU 1076-EXIT
015937     END-IF.
015938     PERFORM 1078-MARK-ONE-QUEUED THRU 1078-EXIT
015939         VARYING PEND-IDX FROM 1 BY 1
015940         UNTIL PEND-IDX > PAY-PEND-COUNT.
015941     CLOSE PEND-QUEUE.
015942     IF PAY-PEND-COUNT > ZERO
015943         DISPLAY "APPROVED HOLD CHANGES APPLIED: "
015944                 PAY-HOLDS-APPLIED " NOT APPLIED: "
015945                 PAY-HOLDS-NOT-APPLIED
015946     END-IF.
015947 1072-EXIT.
015948     EXIT.
015949
015950 1073-TAKE-ONE-QUEUED.
015951     READ PEND-QUEUE NEXT RECORD
015952         AT END
015953             SET PEND-Q-EOF TO TRUE
015954             GO TO 1073-EXIT
015955     END-READ.
015956     IF NOT PEND-TYPE-HOLD OR NOT PEND-APPROVED
015957         GO TO 1073-EXIT
015958     END-IF.
015959     IF PAY-PEND-COUNT NOT < 100
015960         DISPLAY "*** APPROVED HOLD TABLE FULL - REMAINING "
015961                 "ITEMS LEFT FOR THE NEXT RUN ***"
015962         SET PEND-Q-EOF TO TRUE
015963         GO TO 1073-EXIT
015964     END-IF.
015965     ADD 1 TO PAY-PEND-COUNT.
015966     SET PEND-IDX TO PAY-PEND-COUNT.
015967     MOVE PEND-KEY TO PAY-PEND-KEY(PEND-IDX).
015968     MOVE "D" TO PAY-PEND-RESULT(PEND-IDX).
015969     MOVE SPACES TO PAY-PEND-REMARK(PEND-IDX).
015970     IF PEND-APPROVED-BY = SPACES
015971             OR PEND-APPROVED-BY = PEND-ENTERED-BY
015972         MOVE "F" TO PAY-PEND-RESULT(PEND-IDX)
015973         MOVE "NOT DUAL-CONTROLLED" TO PAY-PEND-REMARK(PEND-IDX)
015974         GO TO 1073-EXIT
015975     END-IF.
015976     SET PAY-HOLD-NOT-FOUND TO TRUE.
015977     SET HOLD-IDX TO 1.
015978     SEARCH PAY-HOLD-ENTRY
015979         AT END
015981             SET PAY-HOLD-NOT-FOUND TO TRUE
015982         WHEN HOLD-IDX > PAY-HOLD-COUNT
015983             SET PAY-HOLD-NOT-FOUND TO TRUE
015984         WHEN PAY-HOLD-IDENT(HOLD-IDX) = PEND-HOLD-IDENT
015985             SET PAY-HOLD-FOUND TO TRUE
015986     END-SEARCH.
015987     IF PEND-HOLD-RELEASE
015988         PERFORM 1074-RELEASE-ONE-HOLD THRU 1074-EXIT
015989         GO TO 1073-EXIT
015990     END-IF.
015991     IF PAY-HOLD-FOUND
015992         MOVE "ALREADY ON HOLD" TO PAY-PEND-REMARK(PEND-IDX)
015993         GO TO 1073-EXIT
015994     END-IF.
015995     IF PAY-HOLD-COUNT NOT < 100
015996         MOVE "F" TO PAY-PEND-RESULT(PEND-IDX)
015997         MOVE "HOLD TABLE FULL" TO PAY-PEND-REMARK(PEND-IDX)
015998         GO TO 1073-EXIT
015999     END-IF.
016000     ADD 1 TO PAY-HOLD-COUNT.
016001     SET HOLD-IDX TO PAY-HOLD-COUNT.
016002     MOVE PEND-HOLD-IDENT TO PAY-HOLD-IDENT(HOLD-IDX).
016003     SET PAY-HOLD-CHANGED TO TRUE.
016004     DISPLAY "STOP-PAY HOLD PLACED FOR IDENT " PEND-HOLD-IDENT
016005             " - KEYED BY " PEND-ENTERED-BY " APPROVED BY "
016006             PEND-APPROVED-BY.
016007 1073-EXIT.
016008     EXIT.
016009
016010*****************************************************************
016011*    1074-RELEASE-ONE-HOLD                                      *
016012*    THE LAST TABLE ENTRY IS MOVED INTO THE RELEASED SLOT - THE *
016013*    TABLE IS SEARCHED FROM THE TOP, SO ORDER DOES NOT MATTER.  *
016014*****************************************************************
016015 1074-RELEASE-ONE-HOLD.
016016     IF PAY-HOLD-NOT-FOUND
016017         MOVE "WAS NOT ON HOLD" TO PAY-PEND-REMARK(PEND-IDX)
016018         GO TO 1074-EXIT
016019     END-IF.
016020     MOVE PAY-HOLD-IDENT(PAY-HOLD-COUNT)
016021         TO PAY-HOLD-IDENT(HOLD-IDX).
016022     SUBTRACT 1 FROM PAY-HOLD-COUNT.
016023     SET PAY-HOLD-CHANGED TO TRUE.
016024     DISPLAY "STOP-PAY HOLD RELEASED FOR IDENT " PEND-HOLD-IDENT
016025             " - KEYED BY " PEND-ENTERED-BY " APPROVED BY "
016026             PEND-APPROVED-BY.
016027 1074-EXIT.
016028     EXIT.
016029
016030 1076-REWRITE-PAY-HOLDS.
016031     OPEN OUTPUT PAY-HOLD-FILE.
016032     PERFORM 1077-WRITE-ONE-HOLD THRU 1077-EXIT
016033         VARYING HOLD-IDX FROM 1 BY 1
016034         UNTIL HOLD-IDX > PAY-HOLD-COUNT.
016035     CLOSE PAY-HOLD-FILE.
016036 1076-EXIT.
016037     EXIT.
016038
016039 1077-WRITE-ONE-HOLD.
016040     MOVE PAY-HOLD-IDENT(HOLD-IDX) TO PHLD-EMP-IDENT.
016041     WRITE PAY-HOLD-RECORD.
016042 1077-EXIT.
016043     EXIT.
016044
016045 1078-MARK-ONE-QUEUED.
016046     MOVE PAY-PEND-KEY(PEND-IDX) TO PEND-KEY.
016047     READ PEND-QUEUE
016048         INVALID KEY
016049             DISPLAY "*** PENDQ ITEM " PEND-KEY " VANISHED - "
016050                     "NOT MARKED ***"
016051             GO TO 1078-EXIT
016052     END-READ.
016053     MOVE PAY-PEND-RESULT(PEND-IDX) TO PEND-STATUS.
016054     MOVE PAY-PEND-REMARK(PEND-IDX) TO PEND-REMARK.
016055     MOVE PAY-BUSINESS-DATE TO PEND-STATUS-DATE.
016057     REWRITE PEND-RECORD.
016058     IF PEND-APPLIED
016059         ADD 1 TO PAY-HOLDS-APPLIED
016060     ELSE
016061         DISPLAY "APPROVED HOLD CHANGE NOT APPLIED, ITEM "
016062                 PEND-QUEUE-DATE "-" PEND-SEQ-NUMBER " - "
016063                 PEND-REMARK
016064         ADD 1 TO PAY-HOLDS-NOT-APPLIED
016065     END-IF.
016066 1078-EXIT.
016067     EXIT.
016068
016069 1080-LOAD-ONE-HOLD.
016070     READ PAY-HOLD-FILE
016071         AT END
016072             SET PAY-HOLD-EOF TO TRUE
016073             GO TO 1080-EXIT
016074     END-READ.
016075     IF PAY-HOLD-COUNT NOT < 100
016076         DISPLAY "*** HOLD TABLE FULL - HOLD IGNORED FOR "
016077                 "IDENT " PHLD-EMP-IDENT " ***"
016078         SET PAY-HOLD-OVERFLOW TO TRUE
016079         GO TO 1080-EXIT
016080     END-IF.
016081     ADD 1 TO PAY-HOLD-COUNT.
016082     SET HOLD-IDX TO PAY-HOLD-COUNT.
016083     MOVE PHLD-EMP-IDENT TO PAY-HOLD-IDENT(HOLD-IDX).
016084 1080-EXIT.
016085     EXIT.
016086
016087*****************************************************************
016088*    1090-LOAD-DED-TYPES                                        *
016089*    LOADS THE DEDTYPE DEDUCTION-TYPE TABLE (UP TO FOUR TYPES,  *
016090*    ONE REGISTER COLUMN EACH) AND BUILDS THE PER-TYPE COLUMN   *
016091*    HEADINGS.  NO TABLE FILE MEANS EVERY EMPLOYEE GETS THE     *
016092*    AGGREGATE GRADE-RATE DEDUCTION, AS BEFORE.                 *
016093*****************************************************************
016094 1090-LOAD-DED-TYPES.
016095     MOVE SPACES TO PAY-HDG-TYPE-COLS.
016096     OPEN INPUT DED-TYPE-FILE.
016097     IF DED-TYPE-STATUS = "35"
016098         DISPLAY "NO DEDUCTION TYPE FILE SUPPLIED - ALL "
016099                 "EMPLOYEES GET THE AGGREGATE GRADE RATE"
016100         SET DED-TYPE-NOT-AVAILABLE TO TRUE
016101         GO TO 1090-EXIT
016102     END-IF.
016103     PERFORM 1095-LOAD-ONE-DED-TYPE THRU 1095-EXIT
016104         UNTIL DED-TYPE-EOF.
016105     CLOSE DED-TYPE-FILE.
016106     DISPLAY "DEDUCTION TYPES LOADED: " DED-TYPE-COUNT.
016107 1090-EXIT.
016108     EXIT.
016109
016110 1095-LOAD-ONE-DED-TYPE.
016111     READ DED-TYPE-FILE
016112         AT END
016113             SET DED-TYPE-EOF TO TRUE
016114             GO TO 1095-EXIT
016115     END-READ.
016116     IF DED-TYPE-COUNT NOT < 4
016117         DISPLAY "*** DEDUCTION TYPE TABLE FULL - TYPE "
016118                 DTYP-CODE " IGNORED ***"
016119         GO TO 1095-EXIT
016120     END-IF.
016121     ADD 1 TO DED-TYPE-COUNT.
016122     SET DED-IDX TO DED-TYPE-COUNT.
016123     MOVE DTYP-CODE TO DED-TYPE-CODE(DED-IDX).
016124     MOVE DTYP-DESC TO DED-TYPE-DESC(DED-IDX).
016125     MOVE DTYP-RATE TO DED-TYPE-RATE(DED-IDX).
016126     MOVE ZERO TO DED-EMP-AMT(DED-IDX) DED-TOT-AMT(DED-IDX).
016127     MOVE DTYP-DESC TO PAY-HDG-TYPE-COL(DED-TYPE-COUNT).
016128 1095-EXIT.
016129     EXIT.
016130
016131*****************************************************************
016132*    1200-READ-CHECKPOINT                                       *
016134*    INTERVAL FROM CKPTPARM, THEN ANY CHECKPOINT LEFT BY AN     *
016135*    EARLIER ATTEMPT.  AN IN-PROGRESS CHECKPOINT FOR THIS       *
016136*    BUSINESS DATE AND RUN NUMBER MEANS THE STEP STOPPED PART   *
016137*    WAY: THE EMPLOYEES THROUGH ITS LAST IDENT ARE REPLAYED TO  *
016138*    REBUILD THE REGISTER, BANK FILE AND TOTALS.  NO FILE, A    *
016139*    COMPLETE CHECKPOINT OR ONE FOR ANOTHER RUN IS A FRESH      *
016140*    START.                                                     *
016141*****************************************************************
016142 1200-READ-CHECKPOINT.
016143     PERFORM 1250-READ-CKPT-PARM THRU 1250-EXIT.
016144     OPEN INPUT PAY-CHECKPOINT.
016145     IF PAY-CKPT-STATUS = "35"
016146         GO TO 1200-EXIT
016147     END-IF.
016148     MOVE SPACES TO STEP-CKPT-RECORD.
016149     READ PAY-CHECKPOINT
016150         AT END
016151             MOVE SPACES TO STEP-CKPT-RECORD
016152     END-READ.
016153     CLOSE PAY-CHECKPOINT.
016154     IF NOT SCKP-IN-PROGRESS
016155         GO TO 1200-EXIT
016156     END-IF.
016157     IF SCKP-PROGRAM NOT = "HELLO   "
016158        OR SCKP-BUSINESS-DATE NOT = PAY-BUSINESS-DATE
016159        OR SCKP-RUN-NUMBER NOT = PAY-RUN-NUMBER
016160         DISPLAY "CHECKPOINT FOR " SCKP-BUSINESS-DATE " RUN "
016161                 SCKP-RUN-NUMBER " IS NOT THIS RUN - IGNORED"
016162         GO TO 1200-EXIT
016163     END-IF.
016164     SET PAY-RESTARTED TO TRUE.
016165     SET PAY-REPLAYING TO TRUE.
016166     MOVE SCKP-LAST-KEY(1:4) TO PAY-CKPT-IDENT.
016167     MOVE SCKP-TOTALS TO PAY-CKPT-SAVED.
016168     DISPLAY "RESTARTING FROM THE CHECKPOINT TAKEN "
016169             SCKP-TAKEN-DATE " " SCKP-TAKEN-TIME.
016170     DISPLAY "EMPLOYEES THROUGH IDENT " PAY-CKPT-IDENT " ("
016171             SCKP-RECORDS-DONE " RECORDS) ARE REPLAYED, NOT "
016172             "POSTED AGAIN".
016173 1200-EXIT.
016174     EXIT.
016175
016176*****************************************************************
016177*    1250-READ-CKPT-PARM                                        *
016178*    CHECKPOINT INTERVAL, IN EMPLOYEE RECORDS, FROM COLUMNS 1-5 *
016179*    OF THE OPTIONAL CKPTPARM FILE.  A MISSING FILE OR A BLANK  *
016180*    OR NON-NUMERIC VALUE KEEPS THE DEFAULT.                    *
016181*****************************************************************
016182 1250-READ-CKPT-PARM.
016183     OPEN INPUT CKPT-PARM-FILE.
016184     IF CKPT-PARM-STATUS = "35"
016185         GO TO 1250-EXIT
016186     END-IF.
016187     MOVE SPACES TO CKPT-PARM-RECORD.
016188     READ CKPT-PARM-FILE
016189         AT END
016190             MOVE SPACES TO CKPT-PARM-RECORD
016191     END-READ.
016192     CLOSE CKPT-PARM-FILE.
016193     IF CPRM-INTERVAL = SPACES
016194         GO TO 1250-EXIT
016195     END-IF.
016196     IF CPRM-INTERVAL IS NUMERIC AND CPRM-INTERVAL NOT = "00000"
016197         MOVE CPRM-INTERVAL TO PAY-CKPT-INTERVAL
016198     ELSE
016199         DISPLAY "CKPTPARM CHECKPOINT INTERVAL NOT VALID - USING "
016200                 PAY-CKPT-INTERVAL " RECORDS"
016201     END-IF.
016202 1250-EXIT.
016203     EXIT.
016204
016205*****************************************************************
016206*    1500-PAY-ONE-EMPLOYEE                                      *
016207*    FULL PAY CYCLE FOR THE EMPLOYEE RECORD JUST READ: RATE     *
016208*    LOOKUP, NET PAY, ONE REGISTER LINE.  TERMINATED            *
016210*    EMPLOYEES STAY ON THE MASTER FOR HISTORY BUT ARE NOT       *
016220*    PAID.                                                      *
016240*    ON A RESTART THE EMPLOYEES THROUGH THE CHECKPOINTED IDENT  *
016260*    GO THROUGH THE SAME CYCLE TO REBUILD THE OUTPUTS; THE      *
016280*    YEAR-TO-DATE ROLL RECOGNISES THEM AS ALREADY POSTED.       *
016300*****************************************************************
016400 1500-PAY-ONE-EMPLOYEE.
016401     IF PAY-REPLAYING AND EmpIdent > PAY-CKPT-IDENT
016403         PERFORM 1700-END-REPLAY THRU 1700-EXIT
016404     END-IF.
016406     IF PAY-REPLAY-FAILED
016407         SET EMP-MASTER-EOF TO TRUE
016409         GO TO 1500-EXIT
016410     END-IF.
016412     ADD 1 TO PAY-RECORDS-DONE.
016413     IF PAY-NOT-REPLAYING
016415         ADD 1 TO PAY-CKPT-SINCE
016416     END-IF.
016418     IF EmpTerminated
016420         ADD 1 TO PAY-TERMINATED-COUNT
016430         PERFORM 1100-READ-NEXT-EMPLOYEE THRU 1100-EXIT
016440         GO TO 1500-EXIT
016720         PERFORM 3500-WRITE-BANK-DETAIL THRU 3500-EXIT
016730     END-IF.
016740     PERFORM 3700-ROLL-YTD-FORWARD THRU 3700-EXIT.
016770     PERFORM 3800-WRITE-PAY-HISTORY THRU 3800-EXIT.
016785     PERFORM 3900-ADD-TO-COST-CENTRE THRU 3900-EXIT.
016800     PERFORM 1100-READ-NEXT-EMPLOYEE THRU 1100-EXIT.
016900 1500-EXIT.
017000     EXIT.
017003
017007*****************************************************************
017011*    1700-END-REPLAY                                            *
017015*    THE REPLAY HAS CAUGHT UP WITH THE CHECKPOINT.  THE REBUILT *
017019*    TOTALS MUST AGREE WITH THE ONES THE FAILED ATTEMPT         *
017023*    CHECKPOINTED; IF THEY DO NOT, THE MASTER, RATES OR HOLDS   *
017026*    HAVE CHANGED SINCE, SO THE RESTART IS REFUSED WITH RETURN  *
017030*    CODE 16 AND THE CHECKPOINT IS LEFT FOR OPERATIONS.         *
017034*****************************************************************
017038 1700-END-REPLAY.
017042     PERFORM 6200-BUILD-CHECKPOINT-TOTALS THRU 6200-EXIT.
017046     IF PAY-CKPT-TOTALS NOT = PAY-CKPT-SAVED
017050         DISPLAY "*** REPLAYED TOTALS DO NOT AGREE WITH THE "
017053                 "CHECKPOINT - RESTART REFUSED ***"
017057         DISPLAY "    REPLAYED EMPLOYEES PAID " PAY-EMPLOYEE-COUNT
017061                 " NET PAY " PAY-TOT-NET-PAY
017065         MOVE 16 TO RETURN-CODE
017069         SET PAY-REPLAY-FAILED TO TRUE
017073         GO TO 1700-EXIT
017076     END-IF.
017080     DISPLAY "REPLAY AGREES WITH THE CHECKPOINT - POSTING "
017084             "RESUMES AFTER IDENT " PAY-CKPT-IDENT.
017088     SET PAY-NOT-REPLAYING TO TRUE.
017092 1700-EXIT.
017096     EXIT.
017100
017200*****************************************************************
017300*    2000-LOOKUP-PAY-RATE                                       *
020045*****************************************************************
020046*    2950-CHECK-PAY-DUE                                         *
020047*    AN EMPLOYEE IS DUE WHEN THE PAY CALENDAR CARRIES A ROW     *
020057*    FOR THE EMPLOYEE'S FREQUENCY CODE AND ANY DATE IN THE      *
020067*    DUE-DATE WINDOW - THE BUSINESS DATE OR A NON-WORKING DAY   *
020078*    RIGHT AFTER IT.  A BLANK FREQUENCY OR A MISSING            *
020088*    CALENDAR FILE MEANS DUE EVERY RUN - THE PRE-CALENDAR       *
020099*    BEHAVIOR - SO THE CUTOVER IS SAFE.                         *
020109*****************************************************************
020120 2950-CHECK-PAY-DUE.
020130     SET PAY-EMP-DUE TO TRUE.
020141     IF EmpPaidEveryRun OR PAY-CAL-NOT-AVAILABLE
020151         GO TO 2950-EXIT
020162     END-IF.
020172     SET PAY-EMP-NOT-DUE TO TRUE.
020183     PERFORM 2960-CHECK-ONE-DUE-DATE THRU 2960-EXIT
020193         VARYING PAY-DUE-SUB FROM 1 BY 1
020204         UNTIL PAY-DUE-SUB > PAY-DUE-DATE-COUNT
020214            OR PAY-EMP-DUE.
020225     IF PAY-EMP-NOT-DUE
020235         ADD 1 TO PAY-NOT-DUE-COUNT
020245     END-IF.
020256 2950-EXIT.
020266     EXIT.
020277
020287 2960-CHECK-ONE-DUE-DATE.
020298     MOVE EmpPayFreq TO PCAL-FREQ.
020308     MOVE PAY-DUE-DATE(PAY-DUE-SUB) TO PCAL-PAY-DATE.
020319     READ PAY-CALENDAR
020329         INVALID KEY
020340             SET PAY-EMP-NOT-DUE TO TRUE
020350         NOT INVALID KEY
020361             SET PAY-EMP-DUE TO TRUE
020371     END-READ.
020382 2960-EXIT.
020392     EXIT.
020403
020413*****************************************************************
020424*    3000-COMPUTE-NET-PAY                                       *
020434*    BUILDS THE DEDUCTION FROM THE EMPLOYEE'S ELECTED           *
020444*    DEDUCTION TYPES, EACH TYPE'S RATE APPLIED AGAINST          *
020455*    SALARY.  AN EMPLOYEE WITH NO ELECTIONS ON FILE GETS THE    *
020465*    OLD AGGREGATE JOB-GRADE RATE INSTEAD, SO THE ITEMIZED      *
020476*    CUTOVER CANNOT CHANGE ANYONE'S PAY UNTIL THEIR             *
020486*    ELECTIONS ARE LOADED.  SIZE-ERROR PROTECTED SO AN          *
020497*    OUT-OF-RANGE SALARY CANNOT ABEND THE JOB.                  *
020507*****************************************************************
020518 3000-COMPUTE-NET-PAY.
020528     MOVE ZERO TO PAY-ELECTED-COUNT.
020539     PERFORM 3050-CLEAR-ONE-PIECE THRU 3050-EXIT
020549         VARYING PAY-DED-SUB FROM 1 BY 1
020560         UNTIL PAY-DED-SUB > 4.
020570     IF DED-TYPE-AVAILABLE AND DED-ELEC-AVAILABLE
020581         PERFORM 3100-GATHER-ELECTIONS THRU 3100-EXIT
020591     END-IF.
020602     IF PAY-ELECTED-COUNT = ZERO
020612         COMPUTE PAY-DEDUCTION-AMT ROUNDED =
020622                 EmpSalary * PAY-RATE-FOUND
020633             ON SIZE ERROR
020643                 MOVE ZEROS TO PAY-DEDUCTION-AMT
020654         END-COMPUTE
020664     ELSE
020675         MOVE ZERO TO PAY-DEDUCTION-AMT
020685         PERFORM 3200-SUM-ONE-PIECE THRU 3200-EXIT
020696             VARYING PAY-DED-SUB FROM 1 BY 1
020706             UNTIL PAY-DED-SUB > DED-TYPE-COUNT
020717     END-IF.
020727     SUBTRACT PAY-DEDUCTION-AMT FROM EmpSalary
020738             GIVING PAY-NET-PAY
020748         ON SIZE ERROR
020759             MOVE ZEROS TO PAY-NET-PAY
020769     END-SUBTRACT.
020780 3000-EXIT.
020790     EXIT.
020801
020802 3050-CLEAR-ONE-PIECE.
020803     MOVE ZERO TO DED-EMP-AMT(PAY-DED-SUB).
020889*    FIELDS AND IS THEN RESET TO ZERO - THAT IS THE YEAR-END    *
020890*    RESET, DRIVEN OFF THE RUNCTL BUSINESS DATE - SO EMPSTMT    *
020891*    CAN STILL PRINT LAST YEAR AFTER THE ROLLOVER.              *
020892*    THE RECORD CARRIES THE BUSINESS DATE AND RUN NUMBER LAST   *
020893*    ROLLED IN; A RECORD THAT ALREADY HOLDS THIS RUN IS LEFT    *
020894*    ALONE, SO A RESTART OR RERUN NEVER COUNTS THE PAY TWICE.   *
020895*****************************************************************
020896 3700-ROLL-YTD-FORWARD.
020897     MOVE EmpIdent TO YTD-EMP-IDENT.
020898     READ EMPLOYEE-YTD
020899         INVALID KEY
020900             SET YTD-NOT-FOUND TO TRUE
020901         NOT INVALID KEY
020902             SET YTD-FOUND TO TRUE
020903     END-READ.
020904     IF YTD-FOUND
020905        AND YTD-LAST-BUS-DATE = PAY-BUSINESS-DATE
020906        AND YTD-LAST-RUN-NUMBER = PAY-RUN-NUMBER
020907         ADD 1 TO PAY-YTD-SKIP-COUNT
020908         GO TO 3700-EXIT
020909     END-IF.
020910     IF YTD-NOT-FOUND
020911         MOVE ZERO TO YTD-PRIOR-YEAR YTD-PRIOR-GROSS
020912                      YTD-PRIOR-DEDUCT YTD-PRIOR-NET
020913                      YTD-PRIOR-RUNS
020914     END-IF.
020915     IF YTD-FOUND AND YTD-YEAR NOT = PAY-BUSINESS-YEAR
020916         MOVE YTD-YEAR TO YTD-PRIOR-YEAR
020917         MOVE YTD-GROSS TO YTD-PRIOR-GROSS
020918         MOVE YTD-DEDUCT TO YTD-PRIOR-DEDUCT
020919         MOVE YTD-NET TO YTD-PRIOR-NET
020920         MOVE YTD-RUN-COUNT TO YTD-PRIOR-RUNS
020921     END-IF.
020922     IF YTD-NOT-FOUND OR YTD-YEAR NOT = PAY-BUSINESS-YEAR
020923         MOVE EmpIdent TO YTD-EMP-IDENT
020924         MOVE PAY-BUSINESS-YEAR TO YTD-YEAR
020925         MOVE ZERO TO YTD-GROSS YTD-DEDUCT YTD-NET
020926                      YTD-RUN-COUNT
020927     END-IF.
020928     ADD EmpSalary TO YTD-GROSS.
020929     ADD PAY-DEDUCTION-AMT TO YTD-DEDUCT.
020930     ADD PAY-NET-PAY TO YTD-NET.
020931     ADD 1 TO YTD-RUN-COUNT.
020932     MOVE PAY-BUSINESS-DATE TO YTD-LAST-BUS-DATE.
020933     MOVE PAY-RUN-NUMBER TO YTD-LAST-RUN-NUMBER.
020934     IF YTD-FOUND
020935         REWRITE EMP-YTD-RECORD
020936     ELSE
020937         WRITE EMP-YTD-RECORD
020938     END-IF.
020939 3700-EXIT.
020940     EXIT.
020941
020942*****************************************************************
020943*    3800-WRITE-PAY-HISTORY                                     *
020944*    ONE PAYHIST RECORD FOR THE EMPLOYEE JUST PAID.  A RERUN    *
020945*    OF THE SAME BUSINESS DATE UNDER THE SAME RUN NUMBER        *
020946*    REPLACES THE RECORD IT WROTE BEFORE, SO THE FILE CARRIES   *
020947*    ONE RECORD PER EMPLOYEE PER RUN.                           *
020948*****************************************************************
020949 3800-WRITE-PAY-HISTORY.
020950     MOVE EmpIdent TO PHST-EMP-IDENT.
020951     MOVE PAY-BUSINESS-DATE TO PHST-BUSINESS-DATE.
020952     MOVE PAY-RUN-NUMBER TO PHST-RUN-NUMBER.
020953     MOVE PAY-PAY-DATE TO PHST-PAY-DATE.
020954     MOVE EmpGrade TO PHST-GRADE.
020955     MOVE EmpCostCentre TO PHST-COST-CENTRE.
020956     MOVE EmpSalary TO PHST-GROSS.
020957     PERFORM 3850-MOVE-ONE-HIST-TYPE THRU 3850-EXIT
020958         VARYING PAY-DED-SUB FROM 1 BY 1
020959         UNTIL PAY-DED-SUB > 4.
020960     MOVE PAY-DEDUCTION-AMT TO PHST-TOT-DEDUCT.
020961     MOVE PAY-NET-PAY TO PHST-NET.
020962     IF PAY-EMP-HELD
020963         SET PHST-HELD TO TRUE
020964     ELSE
020965         SET PHST-NOT-HELD TO TRUE
020967     END-IF.
020968     SET PHST-NOT-RETURNED TO TRUE.
020969     MOVE ZERO TO PHST-RETURN-DATE.
020970     WRITE PAY-HISTORY-RECORD
020971         INVALID KEY
020972             REWRITE PAY-HISTORY-RECORD
020973     END-WRITE.
020975     ADD 1 TO PAY-HIST-COUNT.
020976 3800-EXIT.
020978     EXIT.
020979
020981 3850-MOVE-ONE-HIST-TYPE.
020982     IF PAY-DED-SUB > DED-TYPE-COUNT
020984         MOVE SPACES TO PHST-DED-CODE(PAY-DED-SUB)
020986         MOVE ZERO TO PHST-DED-AMT(PAY-DED-SUB)
020987     ELSE
020989         MOVE DED-TYPE-CODE(PAY-DED-SUB)
020990             TO PHST-DED-CODE(PAY-DED-SUB)
020992         MOVE DED-EMP-AMT(PAY-DED-SUB)
020993             TO PHST-DED-AMT(PAY-DED-SUB)
020995     END-IF.
020996 3850-EXIT.
020998     EXIT.
020999
021001*****************************************************************
021002*    3900-ADD-TO-COST-CENTRE                                    *
021004*    ROLLS THE EMPLOYEE JUST PAID INTO THE TOTALS FOR THEIR     *
021006*    COST CENTRE, ADDING THE COST CENTRE TO THE TABLE THE       *
021007*    FIRST TIME IT IS SEEN.                                     *
021009*****************************************************************
021011 3900-ADD-TO-COST-CENTRE.
021012     SET CCTR-IDX TO 1.
021014     SEARCH PAY-CCTR-ENTRY
021016         AT END
021017             PERFORM 3950-ADD-COST-CENTRE THRU 3950-EXIT
021019         WHEN CCTR-IDX > PAY-CCTR-COUNT
021021             PERFORM 3950-ADD-COST-CENTRE THRU 3950-EXIT
021022         WHEN PAY-CCTR-CODE(CCTR-IDX) = EmpCostCentre
021024             CONTINUE
021025     END-SEARCH.
021027     ADD 1 TO PAY-CCTR-HEADS(CCTR-IDX).
021029     ADD EmpSalary TO PAY-CCTR-GROSS(CCTR-IDX).
021030     PERFORM 3970-ADD-ONE-CCTR-TYPE THRU 3970-EXIT
021032         VARYING PAY-DED-SUB FROM 1 BY 1
021034         UNTIL PAY-DED-SUB > DED-TYPE-COUNT.
021035     ADD PAY-DEDUCTION-AMT TO PAY-CCTR-DEDUCT(CCTR-IDX).
021037     ADD PAY-NET-PAY TO PAY-CCTR-NET(CCTR-IDX).
021039     IF PAY-EMP-HELD
021040         ADD PAY-NET-PAY TO PAY-CCTR-HELD(CCTR-IDX)
021042     END-IF.
021044 3900-EXIT.
021045     EXIT.
021047
021049 3950-ADD-COST-CENTRE.
021050     IF PAY-CCTR-COUNT NOT < 50
021052         DISPLAY "*** COST CENTRE TABLE FULL - IDENT " EmpIdent
021053                 " TOTALLED UNDER NO COST CENTRE ***"
021055         SET CCTR-IDX TO 1
021057         GO TO 3950-EXIT
021058     END-IF.
021060     ADD 1 TO PAY-CCTR-COUNT.
021062     SET CCTR-IDX TO PAY-CCTR-COUNT.
021063     MOVE EmpCostCentre TO PAY-CCTR-CODE(CCTR-IDX).
021065     PERFORM 3960-CLEAR-COST-CENTRE THRU 3960-EXIT.
021067 3950-EXIT.
021068     EXIT.
021070
021072 3960-CLEAR-COST-CENTRE.
021073     MOVE ZERO TO PAY-CCTR-HEADS(CCTR-IDX)
021074                  PAY-CCTR-GROSS(CCTR-IDX)
021075                  PAY-CCTR-DEDUCT(CCTR-IDX)
021076                  PAY-CCTR-NET(CCTR-IDX)
021077                  PAY-CCTR-HELD(CCTR-IDX).
021078     MOVE ZERO TO PAY-CCTR-TYPE-AMT(CCTR-IDX, 1)
021080                  PAY-CCTR-TYPE-AMT(CCTR-IDX, 2)
021081                  PAY-CCTR-TYPE-AMT(CCTR-IDX, 3)
021083                  PAY-CCTR-TYPE-AMT(CCTR-IDX, 4).
021085 3960-EXIT.
021086     EXIT.
021088
021090 3970-ADD-ONE-CCTR-TYPE.
021091     ADD DED-EMP-AMT(PAY-DED-SUB)
021093         TO PAY-CCTR-TYPE-AMT(CCTR-IDX, PAY-DED-SUB).
021095 3970-EXIT.
021096     EXIT.
021098*****************************************************************
021100*    4000-WRITE-PAYROLL-REGISTER                                *
021200*    ONE REGISTER LINE PER EMPLOYEE, WITH A PAGE BREAK WHEN     *
021300*    THE CURRENT PAGE IS FULL, AND THE GRAND TOTALS ROLLED UP.  *
025800     MOVE PAY-EMPLOYEE-COUNT TO PAY-FTR-COUNT.
025900     MOVE PAY-FOOTER-LINE TO PAYROLL-LINE.
026000     WRITE PAYROLL-LINE.
026025     PERFORM 5100-WRITE-ONE-CCTR-LINE THRU 5100-EXIT
026050         VARYING CCTR-IDX FROM 1 BY 1
026075         UNTIL CCTR-IDX > PAY-CCTR-COUNT.
026100 5000-EXIT.
026200     EXIT.
026201
026206     EXIT.
026207
026208*****************************************************************
026209*    5100-WRITE-ONE-CCTR-LINE                                   *
026210*    ONE REGISTER LINE PER COST CENTRE PAID, UNDER THE GRAND    *
026211*    TOTALS.  A BLANK COST CENTRE PRINTS AS NONE.               *
026212*****************************************************************
026213 5100-WRITE-ONE-CCTR-LINE.
026214     IF PAY-CCTR-HEADS(CCTR-IDX) = ZERO
026215         GO TO 5100-EXIT
026216     END-IF.
026217     IF PAY-LINE-COUNT NOT < PAY-LINES-PER-PAGE
026218         PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT
026219     END-IF.
026220     IF PAY-CCTR-CODE(CCTR-IDX) = SPACES
026221         MOVE "NONE" TO PAY-CCT-CODE-O
026222     ELSE
026223         MOVE PAY-CCTR-CODE(CCTR-IDX) TO PAY-CCT-CODE-O
026224     END-IF.
026225     MOVE PAY-CCTR-HEADS(CCTR-IDX) TO PAY-CCT-HEADS-O.
026226     MOVE PAY-CCTR-GROSS(CCTR-IDX) TO PAY-CCT-GROSS-O.
026227     MOVE SPACES TO PAY-CCT-TYPE-COLS.
026228     PERFORM 5150-MOVE-ONE-CCTR-TYPE THRU 5150-EXIT
026229         VARYING PAY-DED-SUB FROM 1 BY 1
026230         UNTIL PAY-DED-SUB > DED-TYPE-COUNT.
026231     MOVE PAY-CCTR-DEDUCT(CCTR-IDX) TO PAY-CCT-DEDUCTION-O.
026232     MOVE PAY-CCTR-NET(CCTR-IDX) TO PAY-CCT-NET-PAY-O.
026233     MOVE PAY-CCTR-LINE TO PAYROLL-LINE.
026234     WRITE PAYROLL-LINE.
026235     ADD 1 TO PAY-LINE-COUNT.
026236 5100-EXIT.
026237     EXIT.
026238
026239 5150-MOVE-ONE-CCTR-TYPE.
026240     MOVE PAY-CCTR-TYPE-AMT(CCTR-IDX, PAY-DED-SUB)
026241         TO PAY-CCT-TYPE-O(PAY-DED-SUB).
026242 5150-EXIT.
026243     EXIT.
026244
026245*****************************************************************
026246*    5500-WRITE-BANK-TRAILER                                    *
026247*    TRAILER WITH THE DETAIL COUNT AND NET-PAY HASH TOTAL SO    *
026248*    THE BANK RECEIVER CAN PROVE IT GOT A COMPLETE FILE.        *
026249*****************************************************************
026250 5500-WRITE-BANK-TRAILER.
026251     MOVE SPACES TO BANK-PAY-RECORD.
026252     SET BPAY-IS-TRAILER TO TRUE.
026253     MOVE PAY-BANK-COUNT TO BPAY-RECORD-COUNT.
026254     MOVE PAY-BANK-NET-HASH TO BPAY-NET-HASH.
026255     WRITE BANK-PAY-RECORD.
026256 5500-EXIT.
026257     EXIT.
026258
026259*****************************************************************
026260*    5700-WRITE-PAY-TOTALS                                      *
026261*    ONE GRAND-TOTALS RECORD FOR THE RUN, READ BACK BY GLPOST   *
026262*    TO POST THE NIGHT'S PAYROLL TO THE GENERAL LEDGER.         *
026263*****************************************************************
026264 5700-WRITE-PAY-TOTALS.
026265     OPEN OUTPUT PAY-TOTALS.
026266     MOVE PAY-BUSINESS-DATE TO PTOT-BUSINESS-DATE.
026267     MOVE PAY-TOT-SALARY TO PTOT-TOT-SALARY.
026268     MOVE PAY-TOT-DEDUCTION TO PTOT-TOT-DEDUCT.
026269     MOVE PAY-TOT-NET-PAY TO PTOT-TOT-NET.
026270     MOVE PAY-TOT-HELD-NET TO PTOT-HELD-NET.
026271     PERFORM 5750-MOVE-ONE-TYPE-TOTAL THRU 5750-EXIT
026272         VARYING PAY-DED-SUB FROM 1 BY 1
026273         UNTIL PAY-DED-SUB > 4.
026274     WRITE PAY-TOTALS-RECORD.
026275     CLOSE PAY-TOTALS.
026276     OPEN OUTPUT PAY-CCTR-TOTALS.
026277     PERFORM 5800-WRITE-ONE-CCTR-TOTAL THRU 5800-EXIT
026278         VARYING CCTR-IDX FROM 1 BY 1
026279         UNTIL CCTR-IDX > PAY-CCTR-COUNT.
026280     CLOSE PAY-CCTR-TOTALS.
026281 5700-EXIT.
026282     EXIT.
026283
026284 5750-MOVE-ONE-TYPE-TOTAL.
026285     IF PAY-DED-SUB > DED-TYPE-COUNT
026286         MOVE SPACES TO PTOT-TYPE-CODE(PAY-DED-SUB)
026287         MOVE ZERO TO PTOT-TYPE-AMT(PAY-DED-SUB)
026288     ELSE
026289         MOVE DED-TYPE-CODE(PAY-DED-SUB)
026290             TO PTOT-TYPE-CODE(PAY-DED-SUB)
026291         MOVE DED-TOT-AMT(PAY-DED-SUB)
026292             TO PTOT-TYPE-AMT(PAY-DED-SUB)
026293     END-IF.
026294 5750-EXIT.
026295     EXIT.
026296
026297*****************************************************************
026298*    5800-WRITE-ONE-CCTR-TOTAL                                  *
026299*    ONE PAYCCT RECORD PER COST CENTRE PAID, FOR GLPOST.        *
026300*****************************************************************
026301 5800-WRITE-ONE-CCTR-TOTAL.
026302     IF PAY-CCTR-HEADS(CCTR-IDX) = ZERO
026303         GO TO 5800-EXIT
026304     END-IF.
026305     MOVE PAY-BUSINESS-DATE TO PCCT-BUSINESS-DATE.
026306     MOVE PAY-CCTR-CODE(CCTR-IDX) TO PCCT-COST-CENTRE.
026307     MOVE PAY-CCTR-HEADS(CCTR-IDX) TO PCCT-HEADCOUNT.
026308     MOVE PAY-CCTR-GROSS(CCTR-IDX) TO PCCT-GROSS.
026309     PERFORM 5850-MOVE-ONE-CCTR-TYPE THRU 5850-EXIT
026310         VARYING PAY-DED-SUB FROM 1 BY 1
026311         UNTIL PAY-DED-SUB > 4.
026312     MOVE PAY-CCTR-DEDUCT(CCTR-IDX) TO PCCT-TOT-DEDUCT.
026313     MOVE PAY-CCTR-NET(CCTR-IDX) TO PCCT-TOT-NET.
026314     MOVE PAY-CCTR-HELD(CCTR-IDX) TO PCCT-HELD-NET.
026315     WRITE PAY-CCTR-RECORD.
026316 5800-EXIT.
026317     EXIT.
026318
026319 5850-MOVE-ONE-CCTR-TYPE.
026320     IF PAY-DED-SUB > DED-TYPE-COUNT
026321         MOVE SPACES TO PCCT-TYPE-CODE(PAY-DED-SUB)
026322         MOVE ZERO TO PCCT-TYPE-AMT(PAY-DED-SUB)
026323     ELSE
026324         MOVE DED-TYPE-CODE(PAY-DED-SUB)
026325             TO PCCT-TYPE-CODE(PAY-DED-SUB)
026326         MOVE PAY-CCTR-TYPE-AMT(CCTR-IDX, PAY-DED-SUB)
026327             TO PCCT-TYPE-AMT(PAY-DED-SUB)
026328     END-IF.
026329 5850-EXIT.
026330     EXIT.
026331
026332*****************************************************************
026334*    6000-WRITE-CHECKPOINT                                      *
026335*    REWRITES PAYCKPT WITH THE LAST EMPLOYEE FINISHED AND THE   *
026337*    RUNNING TOTALS - IN PROGRESS EVERY INTERVAL, COMPLETE AT   *
026338*    A CLEAN END OF JOB SO THE NEXT RUN STARTS FRESH.           *
026340*****************************************************************
026341 6000-WRITE-CHECKPOINT.
026343     PERFORM 6200-BUILD-CHECKPOINT-TOTALS THRU 6200-EXIT.
026344     MOVE SPACES TO STEP-CKPT-RECORD.
026346     MOVE "HELLO   " TO SCKP-PROGRAM.
026348     MOVE PAY-BUSINESS-DATE TO SCKP-BUSINESS-DATE.
026349     MOVE PAY-RUN-NUMBER TO SCKP-RUN-NUMBER.
026351     MOVE PAY-CKPT-NEW-STATE TO SCKP-STATE.
026352     ACCEPT SCKP-TAKEN-DATE FROM DATE YYYYMMDD.
026354     ACCEPT SCKP-TAKEN-TIME FROM TIME.
026355     MOVE PAY-RECORDS-DONE TO SCKP-RECORDS-DONE.
026357     MOVE EmpIdent TO SCKP-LAST-KEY.
026358     MOVE PAY-CKPT-TOTALS TO SCKP-TOTALS.
026360     OPEN OUTPUT PAY-CHECKPOINT.
026361     WRITE STEP-CKPT-RECORD.
026363     CLOSE PAY-CHECKPOINT.
026365     MOVE ZERO TO PAY-CKPT-SINCE.
026366     ADD 1 TO PAY-CKPT-TAKEN-COUNT.
026368 6000-EXIT.
026369     EXIT.
026371
026372 6200-BUILD-CHECKPOINT-TOTALS.
026374     MOVE ZERO TO PAY-CKPT-TOTALS.
026375     MOVE PAY-EMPLOYEE-COUNT TO PAY-CKPT-COUNT(1).
026377     MOVE PAY-BANK-COUNT TO PAY-CKPT-COUNT(2).
026378     MOVE PAY-HELD-COUNT TO PAY-CKPT-COUNT(3).
026380     MOVE PAY-NOT-DUE-COUNT TO PAY-CKPT-COUNT(4).
026382     MOVE PAY-TERMINATED-COUNT TO PAY-CKPT-COUNT(5).
026383     MOVE PAY-TOT-SALARY TO PAY-CKPT-AMOUNT(1).
026385     MOVE PAY-TOT-DEDUCTION TO PAY-CKPT-AMOUNT(2).
026386     MOVE PAY-TOT-NET-PAY TO PAY-CKPT-AMOUNT(3).
026388     MOVE PAY-TOT-HELD-NET TO PAY-CKPT-AMOUNT(4).
026389     MOVE PAY-BANK-NET-HASH TO PAY-CKPT-AMOUNT(5).
026391 6200-EXIT.
026392     EXIT.
026394*****************************************************************
026395*    8000-ADD-ONE-DAY                                           *
026397*    ADVANCES PAY-WORK-DATE BY ONE CALENDAR DAY, ROLLING THE    *
026399*    MONTH AND YEAR AS NEEDED.                                  *
026400*****************************************************************
026402 8000-ADD-ONE-DAY.
026403     PERFORM 8050-GET-MONTH-LIMIT THRU 8050-EXIT.
026405     ADD 1 TO PAY-WORK-DD.
026406     IF PAY-WORK-DD > PAY-MONTH-LIMIT
026408         MOVE 1 TO PAY-WORK-DD
026409         ADD 1 TO PAY-WORK-MM
026411         IF PAY-WORK-MM > 12
026412             MOVE 1 TO PAY-WORK-MM
026414             ADD 1 TO PAY-WORK-CCYY
026416         END-IF
026417     END-IF.
026419 8000-EXIT.
026420     EXIT.
026422
026423*****************************************************************
026425*    8050-GET-MONTH-LIMIT                                       *
026426*    DAYS IN THE MONTH OF PAY-WORK-DATE.  FEBRUARY HAS 29 IN A  *
026428*    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE   *
026429*    BY 400.                                                    *
026431*****************************************************************
026433 8050-GET-MONTH-LIMIT.
026434     MOVE PAY-MONTH-DAYS(PAY-WORK-MM) TO PAY-MONTH-LIMIT.
026436     IF PAY-WORK-MM NOT = 2
026437         GO TO 8050-EXIT
026439     END-IF.
026440     DIVIDE PAY-WORK-CCYY BY 4 GIVING PAY-QUOTIENT
026442         REMAINDER PAY-REMAINDER.
026443     IF PAY-REMAINDER NOT = ZERO
026445         GO TO 8050-EXIT
026446     END-IF.
026448     MOVE 29 TO PAY-MONTH-LIMIT.
026450     DIVIDE PAY-WORK-CCYY BY 100 GIVING PAY-QUOTIENT
026451         REMAINDER PAY-REMAINDER.
026453     IF PAY-REMAINDER NOT = ZERO
026454         GO TO 8050-EXIT
026456     END-IF.
026457     DIVIDE PAY-WORK-CCYY BY 400 GIVING PAY-QUOTIENT
026459         REMAINDER PAY-REMAINDER.
026460     IF PAY-REMAINDER NOT = ZERO
026462         MOVE 28 TO PAY-MONTH-LIMIT
026463     END-IF.
026465 8050-EXIT.
026467     EXIT.
026468
026470*****************************************************************
026471*    8100-COMPUTE-DAY-OF-WEEK                                   *
026473*    ZELLER'S CONGRUENCE FOR PAY-WORK-DATE (0 = SATURDAY,       *
026474*    1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY) - THE SAME          *
026476*    ARITHMETIC EODROLL USES.  JANUARY AND FEBRUARY COUNT AS    *
026477*    MONTHS 13 AND 14 OF THE YEAR BEFORE.                       *
026479*****************************************************************
026480 8100-COMPUTE-DAY-OF-WEEK.
026482     MOVE PAY-WORK-MM TO ZEL-MONTH.
026484     MOVE PAY-WORK-CCYY TO ZEL-YEAR.
026485     IF ZEL-MONTH < 3
026487         ADD 12 TO ZEL-MONTH
026488         SUBTRACT 1 FROM ZEL-YEAR
026490     END-IF.
026491     DIVIDE ZEL-YEAR BY 100 GIVING ZEL-CENTURY
026493         REMAINDER ZEL-YEAR-OF-CENTURY.
026494     MOVE PAY-WORK-DD TO ZEL-SUM.
026496     COMPUTE ZEL-TERM = (ZEL-MONTH + 1) * 13.
026497     DIVIDE ZEL-TERM BY 5 GIVING ZEL-TERM.
026499     ADD ZEL-TERM TO ZEL-SUM.
026501     ADD ZEL-YEAR-OF-CENTURY TO ZEL-SUM.
026502     DIVIDE ZEL-YEAR-OF-CENTURY BY 4 GIVING ZEL-TERM.
026504     ADD ZEL-TERM TO ZEL-SUM.
026505     DIVIDE ZEL-CENTURY BY 4 GIVING ZEL-TERM.
026507     ADD ZEL-TERM TO ZEL-SUM.
026508     COMPUTE ZEL-TERM = ZEL-CENTURY * 5.
026510     ADD ZEL-TERM TO ZEL-SUM.
026511     DIVIDE ZEL-SUM BY 7 GIVING PAY-QUOTIENT
026513         REMAINDER ZEL-DAY-OF-WEEK.
026514 8100-EXIT.
026516     EXIT.
026518
026519*****************************************************************
026521*    8200-CHECK-WORKING-DAY                                     *
026522*    WEEKDAYS WORK AND WEEKENDS DO NOT, UNLESS THE HOLCAL       *
026524*    CALENDAR CARRIES A ROW FOR THE DATE - A HOLIDAY ROW TAKES  *
026525*    A WEEKDAY OUT, A WORKING-DAY ROW PUTS A WEEKEND DAY IN.    *
026527*****************************************************************
026528 8200-CHECK-WORKING-DAY.
026530     PERFORM 8100-COMPUTE-DAY-OF-WEEK THRU 8100-EXIT.
026531     IF ZEL-WEEKEND
026533         SET PAY-IS-NOT-WORKING-DAY TO TRUE
026535     ELSE
026536         SET PAY-IS-WORKING-DAY TO TRUE
026538     END-IF.
026539     IF HOL-CAL-NOT-AVAILABLE
026541         GO TO 8200-EXIT
026542     END-IF.
026544     MOVE PAY-WORK-DATE-N TO HCAL-DATE.
026545     READ HOLIDAY-CALENDAR
026547         INVALID KEY
026548             GO TO 8200-EXIT
026550     END-READ.
026552     IF HCAL-HOLIDAY
026553         SET PAY-IS-NOT-WORKING-DAY TO TRUE
026555     END-IF.
026556     IF HCAL-WORKING-DAY
026558         SET PAY-IS-WORKING-DAY TO TRUE
026559     END-IF.
026561 8200-EXIT.
026562     EXIT.
026564
026565*****************************************************************
026567*    8300-SUBTRACT-ONE-DAY                                      *
026569*    MOVES PAY-WORK-DATE BACK ONE CALENDAR DAY.                 *
026570*****************************************************************
026572 8300-SUBTRACT-ONE-DAY.
026573     IF PAY-WORK-DD > 1
026575         SUBTRACT 1 FROM PAY-WORK-DD
026576         GO TO 8300-EXIT
026578     END-IF.
026579     IF PAY-WORK-MM > 1
026581         SUBTRACT 1 FROM PAY-WORK-MM
026582     ELSE
026584         MOVE 12 TO PAY-WORK-MM
026586         SUBTRACT 1 FROM PAY-WORK-CCYY
026587     END-IF.
026589     PERFORM 8050-GET-MONTH-LIMIT THRU 8050-EXIT.
026590     MOVE PAY-MONTH-LIMIT TO PAY-WORK-DD.
026592 8300-EXIT.
026593     EXIT.
026595
026596*****************************************************************
026598*    9999-TERMINATE                                             *
026600*****************************************************************
026700 9999-TERMINATE.
026800     IF EMP-MAST-STATUS NOT = "35"
027119         CLOSE DED-ELECTIONS
027120     END-IF.
027121     CLOSE EMPLOYEE-YTD.
027160     CLOSE PAY-HISTORY.
027200     DISPLAY "EMPLOYEES PAID: " PAY-EMPLOYEE-COUNT.
027205     DISPLAY "TERMINATED, NOT PAID: " PAY-TERMINATED-COUNT.
027206     DISPLAY "BANK PAYMENTS WRITTEN: " PAY-BANK-COUNT.
027207     DISPLAY "PAYMENTS HELD:         " PAY-HELD-COUNT.
027208     DISPLAY "NOT DUE THIS RUN:      " PAY-NOT-DUE-COUNT.
027238     DISPLAY "PAY HISTORY WRITTEN:   " PAY-HIST-COUNT.
027241     DISPLAY "YTD ALREADY ROLLED:    " PAY-YTD-SKIP-COUNT.
027244     IF PAY-RESTARTED
027247         DISPLAY "RESTARTED AFTER IDENT: " PAY-CKPT-IDENT
027250     END-IF.
027253     IF NOT PAY-REPLAY-FAILED
027256         MOVE "C" TO PAY-CKPT-NEW-STATE
027259         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
027262     END-IF.
027265     DISPLAY "CHECKPOINTS TAKEN:     " PAY-CKPT-TAKEN-COUNT.
027269     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
027300 9999-EXIT.
027400     EXIT.
027500
027577     MOVE PAY-EMPLOYEE-COUNT TO RSTAT-WRITTEN-COUNT.
027578     MOVE ZERO TO RSTAT-REJECT-COUNT.
027579     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
027580     IF PAY-RESTARTED
027582         SET RSTAT-RESTARTED TO TRUE
027584     ELSE
027586         MOVE SPACE TO RSTAT-RESTART-FLAG
027588     END-IF.
027590     WRITE RUN-STAT-RECORD.
027592     CLOSE RUN-HISTORY.
027594 9900-EXIT.
027596     EXIT.
027598
027600 END PROGRAM HELLO.
