002100*                   GRADE CHANGE IS REJECTED WHEN THE NEW       *
002200*                   GRADE HAS NO RATEMAST ROW IN EFFECT ON THE  *
002300*                   BUSINESS PROCESSING DATE.                   *
002307*                                                               *
002314*                   SENSITIVE CHANGES ARE NOT APPLIED WHEN      *
002321*                   KEYED.  A SALARY CHANGE OF MORE THAN THE    *
002328*                   APPROVAL THRESHOLD PERCENTAGE (COLUMNS 1-3  *
002335*                   OF THE OPTIONAL PENDPARM FILE, DEFAULT 10)  *
002342*                   AND EVERY STOP-PAY HOLD ADD OR RELEASE ARE  *
002350*                   WRITTEN TO THE PENDQ APPROVAL QUEUE         *
002357*                   (PENDREC COPYBOOK) WITH THE KEYING USER     *
002364*                   INSTEAD.  SALARY CHANGES A DIFFERENT USER   *
002371*                   HAS SINCE APPROVED THROUGH PENDAPR ARE      *
002378*                   APPLIED AT THE START OF THE RUN AND AUDITED *
002385*                   WITH BOTH USER IDS; APPROVED HOLDS ARE      *
002392*                   APPLIED TO PAYHOLD BY HELLO.                *
002400*                                                               *
002500*                   TRANSACTION LAYOUT (EMPTRAN):               *
002600*                     COL 1     H = HIRE NEW EMPLOYEE           *
002700*                               T = TERMINATE EMPLOYEE          *
002800*                               G = GRADE CHANGE                *
002900*                               S = SALARY CHANGE               *
002950*                               C = COST-CENTRE CHANGE          *
002966*                               P = PLACE STOP-PAY HOLD         *
002983*                               R = RELEASE STOP-PAY HOLD       *
003000*                     COL 2-5   EMPLOYEE IDENT                  *
003100*                     COL 6-25  EMPLOYEE NAME (H ONLY)          *
003200*                     COL 26-27 GRADE CODE (H AND G)            *
003400*                               (H AND S)                       *
003410*                     COL 35    PAY-FREQUENCY CODE (H AND F);   *
003420*                               BLANK MEANS PAID EVERY RUN      *
003446*                     COL 36-39 COST CENTRE (H AND C); BLANK    *
003473*                               ON A HIRE MEANS NOT ASSIGNED    *
003482*                     COL 40-47 USER ID OF THE PERSON KEYING    *
003491*                               THE TRANSACTION                 *
003500*                                                               *
003600*    MODIFICATION HISTORY                                       *
003700*    DATE       INIT  DESCRIPTION                                *
003830*                     ON HIRES, MATCHING THE NEW FIELD ON THE   *
003840*                     EMPREC MASTER LAYOUT AND THE PAYCAL PAY   *
003850*                     CALENDAR READ BY HELLO.                   *
003862*    10/14/26   FT    ADDED THE C = COST-CENTRE-CHANGE           *
003875*                     TRANSACTION AND THE COST CENTRE ON HIRES,  *
003887*                     LOGGED TO EMPAUD LIKE EVERY OTHER CHANGE.  *
003888*    10/14/26   FT    DUAL CONTROL: SALARY CHANGES OVER THE      *
003890*                     PENDPARM THRESHOLD AND THE NEW P AND R     *
003891*                     STOP-PAY HOLD REQUESTS GO TO THE PENDQ     *
003893*                     APPROVAL QUEUE WITH THE KEYING USER FROM   *
003895*                     THE NEW EMPTRAN USER-ID COLUMNS.           *
003896*                     APPROVED SALARY CHANGES ARE APPLIED AT     *
003898*                     START OF RUN; BOTH USER IDS GO ON EMPAUD.  *
003899*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
003900*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
003901*                     SET IT.                                    *
003902*    10/15/26   FT    AN APPROVED SALARY CHANGE IS NOT APPLIED   *
003903*                     IF THE SALARY ON FILE NO LONGER MATCHES    *
003904*                     THE ONE SEEN WHEN IT WAS QUEUED; THE ITEM  *
003905*                     IS MARKED NOT APPLIED.                     *
003906*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. EMPMNT.
004200 ENVIRONMENT DIVISION.
006100     SELECT EMPLOYEE-AUDIT    ASSIGN TO "EMPAUD"
006200            ORGANIZATION IS LINE SEQUENTIAL
006300            FILE STATUS IS EMP-AUD-STATUS.
006309
006318     SELECT PEND-QUEUE        ASSIGN TO "PENDQ"
006327            ORGANIZATION IS INDEXED
006336            ACCESS MODE IS DYNAMIC
006345            RECORD KEY IS PEND-KEY
006354            FILE STATUS IS PEND-Q-STATUS.
006363
006372     SELECT PEND-PARM-FILE    ASSIGN TO "PENDPARM"
006381            ORGANIZATION IS LINE SEQUENTIAL
006390            FILE STATUS IS PEND-PARM-STATUS.
006400
006500     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
006600            ORGANIZATION IS LINE SEQUENTIAL
008400         88  ETRN-IS-GRADE-CHANGE             VALUE "G".
008500         88  ETRN-IS-SALARY-CHANGE            VALUE "S".
008510         88  ETRN-IS-FREQ-CHANGE              VALUE "F".
008555         88  ETRN-IS-CCTR-CHANGE              VALUE "C".
008570         88  ETRN-IS-HOLD-PLACE               VALUE "P".
008585         88  ETRN-IS-HOLD-RELEASE             VALUE "R".
008600     02  ETRN-IDENT                  PIC 9(04).
008700     02  ETRN-NAME                   PIC X(20).
008800     02  ETRN-GRADE                  PIC 9(02).
008900     02  ETRN-SALARY                 PIC 9(05)V99.
008910     02  ETRN-PAY-FREQ               PIC X(01).
008955     02  ETRN-COST-CENTRE            PIC X(04).
008977     02  ETRN-USER-ID                PIC X(08).
009000
009100 FD  RATE-MASTER.
009200     COPY RATEREC.
009300
009400 FD  EMPLOYEE-AUDIT.
009500     COPY EMPAUDR.
009510
009520 FD  PEND-QUEUE.
009530     COPY PENDREC.
009540
009550 FD  PEND-PARM-FILE
009560     RECORDING MODE IS F.
009570 01  PEND-PARM-RECORD.
009580     02  PPRM-SALARY-PCT             PIC X(03).
009590     02  PPRM-EXPIRY-DAYS            PIC X(03).
009600
009700 FD  RUN-CONTROL
009800     RECORDING MODE IS F.
013200 01  EMP-GRADE-COUNT                 PIC 9(05) VALUE ZERO.
013300 01  EMP-SALARY-COUNT                PIC 9(05) VALUE ZERO.
013310 01  EMP-FREQ-COUNT                  PIC 9(05) VALUE ZERO.
013355 01  EMP-CCTR-COUNT                  PIC 9(05) VALUE ZERO.
013400 01  EMP-REJECT-COUNT                PIC 9(05) VALUE ZERO.
013500 01  EMP-TRAN-READ-COUNT             PIC 9(07) VALUE ZERO.
013525 01  EMP-QUEUED-COUNT                PIC 9(05) VALUE ZERO.
013550 01  EMP-APPROVED-COUNT              PIC 9(05) VALUE ZERO.
013575 01  EMP-NOT-APPLIED-COUNT           PIC 9(05) VALUE ZERO.
013600 01  CURRENT-DATE-FIELDS.
013700     02  CURRENT-CCYY                PIC 9(04).
013800     02  CURRENT-MM                  PIC 9(02).
014000 01  CURRENT-TIME-FIELD              PIC 9(08).
014100 01  EMP-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
014200 01  EMP-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
014205*    DUAL-CONTROL WORK AREAS.  A SALARY CHANGE OF MORE THAN     *
014211*    THE APPROVAL PERCENTAGE WAITS ON THE PENDQ QUEUE; THE      *
014217*    PERCENTAGE APPLIES WHEN NO PENDPARM IS GIVEN.              *
014223 01  PEND-Q-STATUS                   PIC X(02).
014229 01  PEND-PARM-STATUS                PIC X(02).
014235 01  PEND-Q-EOF-SW                   PIC X(01) VALUE "N".
014241     88  PEND-Q-EOF                           VALUE "Y".
014247 01  EMP-APPROVAL-PCT                PIC 9(03) VALUE 10.
014252 01  EMP-CHANGE-AMT                  PIC 9(05)V99 VALUE ZERO.
014258 01  EMP-CHANGE-PCT                  PIC 9(05)V99 VALUE ZERO.
014264 01  EMP-APPROVAL-SW                 PIC X(01) VALUE "N".
014270     88  EMP-NEEDS-APPROVAL                   VALUE "Y".
014276     88  EMP-NO-APPROVAL-NEEDED               VALUE "N".
014282 01  EMP-NEXT-SEQ                    PIC 9(04) VALUE 1.
014288 01  EMP-ENTERED-BY                  PIC X(08) VALUE SPACES.
014294 01  EMP-APPROVED-BY                 PIC X(08) VALUE SPACES.
014300*    RUN-STATISTICS WORK AREAS.                                  *
014400 01  RUN-HIST-STATUS                 PIC X(02).
014500 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
015400*****************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015650     PERFORM 1500-APPLY-APPROVED-SALARIES THRU 1500-EXIT.
015700     IF EMP-TRAN-AVAILABLE
015800         PERFORM 2100-READ-EMP-TRANSACTION THRU 2100-EXIT
015900         PERFORM 2000-APPLY-EMP-TRANSACTION THRU 2000-EXIT
019500         CLOSE EMPLOYEE-AUDIT
019600         OPEN EXTEND EMPLOYEE-AUDIT
019700     END-IF.
019710     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
019720     OPEN I-O PEND-QUEUE.
019730     IF PEND-Q-STATUS = "35" OR "05"
019740         CLOSE PEND-QUEUE
019750         OPEN OUTPUT PEND-QUEUE
019760         CLOSE PEND-QUEUE
019770         OPEN I-O PEND-QUEUE
019780     END-IF.
019790     PERFORM 1150-FIND-NEXT-QUEUE-SEQ THRU 1150-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
022400     END-IF.
022500 1050-EXIT.
022600     EXIT.
022601
022602*****************************************************************
022604*    1100-READ-PARAMETERS                                       *
022605*    SALARY APPROVAL THRESHOLD FROM PENDPARM.  A MISSING FILE   *
022607*    OR A BLANK OR NON-NUMERIC VALUE KEEPS THE DEFAULT.         *
022608*****************************************************************
022609 1100-READ-PARAMETERS.
022611     OPEN INPUT PEND-PARM-FILE.
022612     IF PEND-PARM-STATUS = "35"
022614         GO TO 1100-EXIT
022615     END-IF.
022616     MOVE SPACES TO PEND-PARM-RECORD.
022618     READ PEND-PARM-FILE
022619         AT END
022621             MOVE SPACES TO PEND-PARM-RECORD
022622     END-READ.
022623     CLOSE PEND-PARM-FILE.
022625     IF PPRM-SALARY-PCT = SPACES
022626         GO TO 1100-EXIT
022628     END-IF.
022629     IF PPRM-SALARY-PCT IS NUMERIC
022630         MOVE PPRM-SALARY-PCT TO EMP-APPROVAL-PCT
022632     ELSE
022633         DISPLAY "PENDPARM SALARY THRESHOLD NOT NUMERIC - USING "
022635                 EMP-APPROVAL-PCT " PERCENT"
022636     END-IF.
022638 1100-EXIT.
022639     EXIT.
022640
022642*****************************************************************
022643*    1150-FIND-NEXT-QUEUE-SEQ                                   *
022645*    THE NEXT FREE PENDQ SEQUENCE NUMBER FOR THE BUSINESS       *
022646*    DATE - ONE PAST THE HIGHEST ALREADY QUEUED ON THAT DATE    *
022647*    BY THIS OR AN EARLIER STEP.                                *
022649*****************************************************************
022650 1150-FIND-NEXT-QUEUE-SEQ.
022652     MOVE 1 TO EMP-NEXT-SEQ.
022653     MOVE "N" TO PEND-Q-EOF-SW.
022654     MOVE EMP-BUSINESS-DATE TO PEND-QUEUE-DATE.
022656     MOVE ZERO TO PEND-SEQ-NUMBER.
022657     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
022659         INVALID KEY
022660             SET PEND-Q-EOF TO TRUE
022661     END-START.
022663     PERFORM 1160-READ-NEXT-SEQ THRU 1160-EXIT
022664         UNTIL PEND-Q-EOF.
022666 1150-EXIT.
022667     EXIT.
022669
022670 1160-READ-NEXT-SEQ.
022671     READ PEND-QUEUE NEXT RECORD
022673         AT END
022674             SET PEND-Q-EOF TO TRUE
022676             GO TO 1160-EXIT
022677     END-READ.
022678     IF PEND-QUEUE-DATE NOT = EMP-BUSINESS-DATE
022680         SET PEND-Q-EOF TO TRUE
022681         GO TO 1160-EXIT
022683     END-IF.
022684     COMPUTE EMP-NEXT-SEQ = PEND-SEQ-NUMBER + 1.
022685 1160-EXIT.
022687     EXIT.
022688
022690*****************************************************************
022691*    1500-APPLY-APPROVED-SALARIES                               *
022692*    SALARY CHANGES APPROVED ON THE PENDQ QUEUE SINCE THE LAST  *
022694*    RUN ARE APPLIED BEFORE TONIGHT'S TRANSACTIONS, WITH THE    *
022695*    KEYING AND APPROVING USERS ON THE EMPAUD RECORD.  AN ITEM  *
022697*    WHOSE APPROVER IS BLANK OR IS THE USER WHO KEYED IT IS     *
022698*    NEVER APPLIED, NOR IS ONE WHOSE EMPMAST SALARY HAS CHANGED *
022699*    SINCE IT WAS QUEUED.                                       *
022700*****************************************************************
022701 1500-APPLY-APPROVED-SALARIES.
022702     MOVE "N" TO PEND-Q-EOF-SW.
022704     MOVE LOW-VALUES TO PEND-KEY.
022705     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
022707         INVALID KEY
022708             SET PEND-Q-EOF TO TRUE
022709     END-START.
022711     PERFORM 1550-EXAMINE-ONE-QUEUED THRU 1550-EXIT
022712         UNTIL PEND-Q-EOF.
022714 1500-EXIT.
022715     EXIT.
022716
022718 1550-EXAMINE-ONE-QUEUED.
022719     READ PEND-QUEUE NEXT RECORD
022721         AT END
022722             SET PEND-Q-EOF TO TRUE
022723             GO TO 1550-EXIT
022725     END-READ.
022726     IF NOT PEND-TYPE-SALARY OR NOT PEND-APPROVED
022728         GO TO 1550-EXIT
022729     END-IF.
022730     IF PEND-APPROVED-BY = SPACES
022732             OR PEND-APPROVED-BY = PEND-ENTERED-BY
022733         MOVE "NOT DUAL-CONTROLLED" TO PEND-REMARK
022735         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
022736         GO TO 1550-EXIT
022738     END-IF.
022739     MOVE PEND-SAL-IDENT TO EmpIdent.
022740     READ EMPLOYEE-MASTER
022742         INVALID KEY
022743             SET EMP-NOT-FOUND TO TRUE
022745         NOT INVALID KEY
022746             SET EMP-FOUND TO TRUE
022747     END-READ.
022749     IF EMP-NOT-FOUND
022750         MOVE "NOT ON EMPMAST" TO PEND-REMARK
022752         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
022753         GO TO 1550-EXIT
022754     END-IF.
022756     IF EmpTerminated
022757         MOVE "EMPLOYEE TERMINATED" TO PEND-REMARK
022759         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
022760         GO TO 1550-EXIT
022761     END-IF.
022762     IF EmpSalary NOT = PEND-SAL-BEFORE
022763         MOVE "SALARY CHGD SINCE QUEUED" TO PEND-REMARK
022764         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
022765         GO TO 1550-EXIT
022766     END-IF.
022767     PERFORM 2700-MOVE-BEFORE-IMAGE THRU 2700-EXIT.
022768     MOVE PEND-SAL-AFTER TO EmpSalary.
022769     REWRITE EMPLOYEE.
022770     ADD 1 TO EMP-SALARY-COUNT.
022771     ADD 1 TO EMP-APPROVED-COUNT.
022772     PERFORM 2800-MOVE-AFTER-IMAGE THRU 2800-EXIT.
022773     SET EAUD-ACTION-SALARY TO TRUE.
022774     MOVE PEND-ENTERED-BY TO EMP-ENTERED-BY.
022775     MOVE PEND-APPROVED-BY TO EMP-APPROVED-BY.
022776     PERFORM 2900-LOG-EMP-AUDIT THRU 2900-EXIT.
022777     SET PEND-APPLIED TO TRUE.
022778     MOVE EMP-BUSINESS-DATE TO PEND-STATUS-DATE.
022780     REWRITE PEND-RECORD.
022781 1550-EXIT.
022783     EXIT.
022784
022785 1590-MARK-NOT-APPLIED.
022787     DISPLAY "APPROVED SALARY CHANGE NOT APPLIED, ITEM "
022788             PEND-QUEUE-DATE "-" PEND-SEQ-NUMBER " - "
022789             PEND-REMARK.
022790     SET PEND-NOT-APPLIED TO TRUE.
022791     MOVE EMP-BUSINESS-DATE TO PEND-STATUS-DATE.
022792     REWRITE PEND-RECORD.
022794     ADD 1 TO EMP-NOT-APPLIED-COUNT.
022795 1590-EXIT.
022797     EXIT.
022798
022800*****************************************************************
022900*    2000-APPLY-EMP-TRANSACTION                                 *
023000*****************************************************************
023100 2000-APPLY-EMP-TRANSACTION.
023133     MOVE ETRN-USER-ID TO EMP-ENTERED-BY.
023166     MOVE SPACES TO EMP-APPROVED-BY.
023200     EVALUATE TRUE
023300         WHEN ETRN-IS-HIRE
023400             PERFORM 2300-HIRE-EMPLOYEE THRU 2300-EXIT
024000             PERFORM 2600-CHANGE-SALARY THRU 2600-EXIT
024010         WHEN ETRN-IS-FREQ-CHANGE
024020             PERFORM 2650-CHANGE-FREQUENCY THRU 2650-EXIT
024046         WHEN ETRN-IS-CCTR-CHANGE
024073             PERFORM 2680-CHANGE-COST-CENTRE THRU 2680-EXIT
024082         WHEN ETRN-IS-HOLD-PLACE OR ETRN-IS-HOLD-RELEASE
024091             PERFORM 2690-REQUEST-PAY-HOLD THRU 2690-EXIT
024100         WHEN OTHER
024200             DISPLAY "REJECTED - UNKNOWN EMPLOYEE TRANSACTION "
024300                     "CODE " ETRN-CODE
029200     SET EmpActive TO TRUE.
029300     MOVE ZERO TO EmpTermDate.
029310     MOVE ETRN-PAY-FREQ TO EmpPayFreq.
029355     MOVE ETRN-COST-CENTRE TO EmpCostCentre.
029400     WRITE EMPLOYEE.
029500     ADD 1 TO EMP-HIRE-COUNT.
029600     MOVE SPACES TO EAUD-BEFORE-NAME EAUD-BEFORE-STATUS
029650                    EAUD-BEFORE-FREQ EAUD-BEFORE-CCTR.
029700     MOVE ZERO TO EAUD-BEFORE-GRADE EAUD-BEFORE-SALARY
029800                  EAUD-BEFORE-TERMDT.
029900     PERFORM 2800-MOVE-AFTER-IMAGE THRU 2800-EXIT.
042000         ADD 1 TO EMP-REJECT-COUNT
042100         GO TO 2600-EXIT
042200     END-IF.
042216     PERFORM 2620-MEASURE-SALARY-CHANGE THRU 2620-EXIT.
042233     IF EMP-NEEDS-APPROVAL
042250         PERFORM 2640-QUEUE-SALARY-CHANGE THRU 2640-EXIT
042266         GO TO 2600-EXIT
042283     END-IF.
042300     PERFORM 2700-MOVE-BEFORE-IMAGE THRU 2700-EXIT.
042400     MOVE ETRN-SALARY TO EmpSalary.
042500     REWRITE EMPLOYEE.
042900     PERFORM 2900-LOG-EMP-AUDIT THRU 2900-EXIT.
043000 2600-EXIT.
043100     EXIT.
043102
043104*****************************************************************
043106*    2620-MEASURE-SALARY-CHANGE                                 *
043108*    A CHANGE OF MORE THAN THE APPROVAL PERCENTAGE OF THE       *
043110*    CURRENT SALARY NEEDS A SECOND USER'S APPROVAL.  A CURRENT  *
043112*    SALARY OF ZERO MAKES ANY CHANGE NEED APPROVAL.             *
043114*****************************************************************
043117 2620-MEASURE-SALARY-CHANGE.
043119     SET EMP-NO-APPROVAL-NEEDED TO TRUE.
043121     IF ETRN-SALARY > EmpSalary
043123         COMPUTE EMP-CHANGE-AMT = ETRN-SALARY - EmpSalary
043125     ELSE
043127         COMPUTE EMP-CHANGE-AMT = EmpSalary - ETRN-SALARY
043129     END-IF.
043131     IF EMP-CHANGE-AMT = ZERO
043134         GO TO 2620-EXIT
043136     END-IF.
043138     IF EmpSalary = ZERO
043140         SET EMP-NEEDS-APPROVAL TO TRUE
043142         GO TO 2620-EXIT
043144     END-IF.
043146     COMPUTE EMP-CHANGE-PCT = EMP-CHANGE-AMT * 100 / EmpSalary
043148         ON SIZE ERROR
043151             MOVE 99999.99 TO EMP-CHANGE-PCT
043153     END-COMPUTE.
043155     IF EMP-CHANGE-PCT > EMP-APPROVAL-PCT
043157         SET EMP-NEEDS-APPROVAL TO TRUE
043159     END-IF.
043161 2620-EXIT.
043163     EXIT.
043165
043168 2640-QUEUE-SALARY-CHANGE.
043170     IF ETRN-USER-ID = SPACES
043172         DISPLAY "REJECTED - SALARY CHANGE NEEDS APPROVAL BUT "
043174                 "CARRIES NO USER ID, IDENT " ETRN-IDENT
043176         ADD 1 TO EMP-REJECT-COUNT
043178         GO TO 2640-EXIT
043180     END-IF.
043182     MOVE SPACES TO PEND-DETAIL.
043185     SET PEND-TYPE-SALARY TO TRUE.
043187     MOVE ETRN-IDENT TO PEND-SAL-IDENT.
043189     MOVE EmpSalary TO PEND-SAL-BEFORE.
043191     MOVE ETRN-SALARY TO PEND-SAL-AFTER.
043193     PERFORM 2950-QUEUE-FOR-APPROVAL THRU 2950-EXIT.
043195 2640-EXIT.
043197     EXIT.
043200
043201*****************************************************************
043202*    2650-CHANGE-FREQUENCY                                      *
043221 2650-EXIT.
043222     EXIT.
043223
043225*****************************************************************
043228*    2680-CHANGE-COST-CENTRE                                    *
043230*    MOVES THE EMPLOYEE TO ANOTHER COST CENTRE FROM THE NEXT    *
043233*    PAY RUN ON.  LIKE THE FREQUENCY CODE THE CODE IS DATA - IT *
043235*    ONLY POSTS WHEN GLMAP CARRIES AN ACCOUNT FOR IT, WHICH     *
043238*    GLPOST CHECKS - SO ONLY A BLANK CODE IS REJECTED HERE.     *
043240*****************************************************************
043243 2680-CHANGE-COST-CENTRE.
043246     IF ETRN-COST-CENTRE = SPACES
043248         DISPLAY "REJECTED - NO COST CENTRE GIVEN, IDENT "
043251                 ETRN-IDENT
043253         ADD 1 TO EMP-REJECT-COUNT
043256         GO TO 2680-EXIT
043258     END-IF.
043261     PERFORM 2200-READ-EMPLOYEE-BY-IDENT THRU 2200-EXIT.
043264     IF EMP-NOT-FOUND
043266         DISPLAY "REJECTED - NOT ON FILE, IDENT " ETRN-IDENT
043269         ADD 1 TO EMP-REJECT-COUNT
043271         GO TO 2680-EXIT
043274     END-IF.
043276     PERFORM 2700-MOVE-BEFORE-IMAGE THRU 2700-EXIT.
043279     MOVE ETRN-COST-CENTRE TO EmpCostCentre.
043282     REWRITE EMPLOYEE.
043284     ADD 1 TO EMP-CCTR-COUNT.
043287     PERFORM 2800-MOVE-AFTER-IMAGE THRU 2800-EXIT.
043289     SET EAUD-ACTION-CCTR TO TRUE.
043292     PERFORM 2900-LOG-EMP-AUDIT THRU 2900-EXIT.
043294 2680-EXIT.
043297     EXIT.
043300
043303*****************************************************************
043306*    2690-REQUEST-PAY-HOLD                                      *
043309*    EVERY STOP-PAY HOLD ADD OR RELEASE WAITS ON THE PENDQ      *
043312*    QUEUE FOR A SECOND USER'S APPROVAL; HELLO APPLIES IT TO    *
043315*    THE PAYHOLD FILE ONCE IT IS APPROVED.                      *
043318*****************************************************************
043321 2690-REQUEST-PAY-HOLD.
043325     IF ETRN-USER-ID = SPACES
043328         DISPLAY "REJECTED - HOLD REQUEST CARRIES NO USER ID, "
043331                 "IDENT " ETRN-IDENT
043334         ADD 1 TO EMP-REJECT-COUNT
043337         GO TO 2690-EXIT
043340     END-IF.
043343     PERFORM 2200-READ-EMPLOYEE-BY-IDENT THRU 2200-EXIT.
043346     IF EMP-NOT-FOUND
043350         DISPLAY "REJECTED - NOT ON FILE, IDENT " ETRN-IDENT
043353         ADD 1 TO EMP-REJECT-COUNT
043356         GO TO 2690-EXIT
043359     END-IF.
043362     MOVE SPACES TO PEND-DETAIL.
043365     SET PEND-TYPE-HOLD TO TRUE.
043368     MOVE ETRN-IDENT TO PEND-HOLD-IDENT.
043371     IF ETRN-IS-HOLD-PLACE
043375         SET PEND-HOLD-ADD TO TRUE
043378     ELSE
043381         SET PEND-HOLD-RELEASE TO TRUE
043384     END-IF.
043387     PERFORM 2950-QUEUE-FOR-APPROVAL THRU 2950-EXIT.
043390 2690-EXIT.
043393     EXIT.
043396*****************************************************************
043400*    2700-MOVE-BEFORE-IMAGE                                     *
043500*****************************************************************
043600 2700-MOVE-BEFORE-IMAGE.
044000     MOVE EmpStatus TO EAUD-BEFORE-STATUS.
044100     MOVE EmpTermDate TO EAUD-BEFORE-TERMDT.
044110     MOVE EmpPayFreq TO EAUD-BEFORE-FREQ.
044155     MOVE EmpCostCentre TO EAUD-BEFORE-CCTR.
044200 2700-EXIT.
044300     EXIT.
044400
045200     MOVE EmpStatus TO EAUD-AFTER-STATUS.
045300     MOVE EmpTermDate TO EAUD-AFTER-TERMDT.
045310     MOVE EmpPayFreq TO EAUD-AFTER-FREQ.
045355     MOVE EmpCostCentre TO EAUD-AFTER-CCTR.
045400 2800-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*    2900-LOG-EMP-AUDIT                                         *
045900*    WRITES ONE BEFORE/AFTER IMAGE TO THE EMPLOYEE CHANGE       *
045966*    AUDIT LOG.  THE CALLER MUST HAVE SET EAUD-ACTION, THE      *
046033*    BEFORE AND AFTER IMAGES AND THE KEYING AND APPROVING       *
046100*    USER IDS BEFORE PERFORMING THIS PARAGRAPH.                 *
046200*****************************************************************
046300 2900-LOG-EMP-AUDIT.
046350     MOVE EmpIdent TO EAUD-IDENT.
046400     MOVE EMP-ENTERED-BY TO EAUD-ENTERED-BY.
046450     MOVE EMP-APPROVED-BY TO EAUD-APPROVED-BY.
046500     MOVE EMP-BUSINESS-DATE TO EAUD-RUN-DATE.
046600     ACCEPT CURRENT-TIME-FIELD FROM TIME.
046700     MOVE CURRENT-TIME-FIELD TO EAUD-RUN-TIME.
046800     WRITE EMP-AUDIT-RECORD.
046900 2900-EXIT.
047000     EXIT.
047003
047006*****************************************************************
047010*    2950-QUEUE-FOR-APPROVAL                                    *
047013*    WRITES ONE PENDING ITEM TO THE PENDQ QUEUE UNDER THE NEXT  *
047016*    SEQUENCE NUMBER FOR THE BUSINESS DATE.  THE CALLER MUST    *
047020*    HAVE SET PEND-TYPE AND THE DETAIL FOR THE ITEM TYPE.       *
047023*****************************************************************
047026 2950-QUEUE-FOR-APPROVAL.
047030     MOVE EMP-BUSINESS-DATE TO PEND-QUEUE-DATE PEND-STATUS-DATE.
047033     MOVE EMP-NEXT-SEQ TO PEND-SEQ-NUMBER.
047036     SET PEND-PENDING TO TRUE.
047040     MOVE ETRN-USER-ID TO PEND-ENTERED-BY.
047043     ACCEPT CURRENT-TIME-FIELD FROM TIME.
047046     MOVE CURRENT-TIME-FIELD TO PEND-QUEUE-TIME.
047050     MOVE SPACES TO PEND-APPROVED-BY PEND-REMARK.
047053     WRITE PEND-RECORD
047056         INVALID KEY
047060             DISPLAY "*** PENDQ KEY " PEND-KEY " ALREADY USED - "
047063                     "CHANGE NOT QUEUED ***"
047066             ADD 1 TO EMP-REJECT-COUNT
047070             GO TO 2950-EXIT
047073     END-WRITE.
047076     ADD 1 TO EMP-NEXT-SEQ.
047080     ADD 1 TO EMP-QUEUED-COUNT.
047083     DISPLAY "QUEUED FOR APPROVAL - " ETRN-CODE " TRANSACTION, "
047086             "IDENT " ETRN-IDENT ", ITEM " PEND-QUEUE-DATE "-"
047090             PEND-SEQ-NUMBER.
047093 2950-EXIT.
047096     EXIT.
047100
047200*****************************************************************
047300*    9999-TERMINATE                                             *
048100         CLOSE RATE-MASTER
048200     END-IF.
048300     CLOSE EMPLOYEE-AUDIT.
048350     CLOSE PEND-QUEUE.
048400     DISPLAY "EMPLOYEES HIRED:      " EMP-HIRE-COUNT.
048500     DISPLAY "EMPLOYEES TERMINATED: " EMP-TERM-COUNT.
048600     DISPLAY "GRADE CHANGES:        " EMP-GRADE-COUNT.
048700     DISPLAY "SALARY CHANGES:       " EMP-SALARY-COUNT.
048710     DISPLAY "FREQUENCY CHANGES:    " EMP-FREQ-COUNT.
048755     DISPLAY "COST CENTRE CHANGES:  " EMP-CCTR-COUNT.
048766     DISPLAY "QUEUED FOR APPROVAL:  " EMP-QUEUED-COUNT.
048777     DISPLAY "APPROVED AND APPLIED: " EMP-APPROVED-COUNT.
048788     DISPLAY "APPROVED NOT APPLIED: " EMP-NOT-APPLIED-COUNT.
048800     DISPLAY "REJECTED:             " EMP-REJECT-COUNT.
048900     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
049000 9999-EXIT.
051400     MOVE EMP-TRAN-READ-COUNT TO RSTAT-READ-COUNT.
051500     COMPUTE RSTAT-WRITTEN-COUNT = EMP-HIRE-COUNT
051600             + EMP-TERM-COUNT + EMP-GRADE-COUNT
051666             + EMP-SALARY-COUNT + EMP-FREQ-COUNT
051724             + EMP-CCTR-COUNT + EMP-QUEUED-COUNT.
051783     COMPUTE RSTAT-REJECT-COUNT = EMP-REJECT-COUNT
051841             + EMP-NOT-APPLIED-COUNT.
051870     MOVE SPACE TO RSTAT-RESTART-FLAG.
051900     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
052000     WRITE RUN-STAT-RECORD.
052100     CLOSE RUN-HISTORY.
