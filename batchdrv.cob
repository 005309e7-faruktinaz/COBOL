002926*    09/02/26   FT    RAISED THE OPERATIONS-SUMMARY PROGRAM      *
002927*                     TABLE TO 20 SLOTS SO EVERY RUNHIST         *
002928*                     WRITER STILL GETS A LINE ON OPSRPT.        *
002929*    10/14/26   FT    ADDED THE HOLMNT BUSINESS-DAY CALENDAR     *
002930*                     MAINTENANCE AFTER CALMNT AND THE EODROLL   *
002931*                     BUSINESS DATE ROLLOVER AS THE LAST STEP OF *
002932*                     THE DEFAULT PLAN.  THE NIGHT STOPS AT THE  *
002933*                     FIRST STEP OVER ITS TOLERANCE, SO RUNCTL   *
002934*                     ONLY MOVES TO THE NEXT WORKING DAY AFTER A *
002935*                     CLEAN NIGHT.                               *
002951*    10/14/26   FT    ADDED THE PAYVAR PAYROLL VARIANCE REPORT   *
002967*                     RIGHT AFTER HELLO IN THE DEFAULT PLAN.     *
002970*    10/14/26   FT    ADDED THE BANKRET BANK RETURN PROCESSING   *
002973*                     AS THE STEP BEFORE HELLO, WHILE BANKPAY    *
002976*                     STILL HOLDS THE FILE THE BANK ANSWERED AND *
002979*                     BEFORE PAYROLL READS THE STOP-PAY FILE.    *
002980*    10/14/26   FT    ADDED THE LABDIST LABOR DISTRIBUTION       *
002981*                     REPORT AFTER PAYVAR IN THE DEFAULT PLAN.   *
002984*    10/14/26   FT    THE OPERATIONS SUMMARY MARKS A STEP THAT  *
002988*                     RESUMED FROM ITS OWN IN-STEP CHECKPOINT   *
002992*                     (RUNHIST RESTART FLAG) AS RESTARTED.      *
002993*    10/14/26   FT    ADDED THE PENDAPR DUAL-CONTROL APPROVAL    *
002994*                     RUN AS THE FIRST STEP, SO APPROVED ITEMS   *
002995*                     ARE APPLIED THE SAME NIGHT, AND THE        *
002996*                     PENDRPT APPROVAL REPORT AFTER HELLO.       *
002997*                     RAISED THE OPERATIONS-SUMMARY PROGRAM      *
002998*                     TABLE TO 40 SLOTS.                         *
002999*    10/14/26   FT    ADDED THE XREFMNT EMPLOYEE-TO-CUSTOMER     *
003000*                     CROSS-REFERENCE MAINTENANCE AFTER EMPMNT,  *
003001*                     AND THE PAYXFER PAYCHECK FEED AFTER        *
003002*                     LABDIST SO THE FED PAYCHECKS REACH         *
003003*                     CUSTEDIT THE SAME NIGHT.                   *
003004*    10/14/26   FT    ADDED THE GLUPDT LEDGER BALANCE UPDATE AS  *
003005*                     THE STEP AFTER GLPOST, AND RAISED THE JOB  *
003006*                     PLAN TABLE TO 30 STEPS.                    *
003037*****************************************************************
003068 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. BATCHDRV.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005603     88  JOB-PLAN-EOF                         VALUE "Y".
005604 01  BATCH-STEP-RC                   PIC 9(04) VALUE ZERO.
005605 01  BATCH-PLAN-TABLE.
005606     02  BATCH-PLAN-ENTRY OCCURS 30 TIMES.
005607         03  PLAN-SKIP-SW            PIC X(01).
005608             88  PLAN-SKIP-STEP      VALUE "Y".
005609         03  PLAN-MAX-RC             PIC 9(02).
005707 01  OPS-SWING-PCT                   PIC 9(09) VALUE ZERO.
005708 01  OPS-EDIT-WORK                   PIC ZZZZZZ9.
005709 01  OPS-PROG-TABLE.
005710     02  OPS-PROG-ENTRY OCCURS 40 TIMES
005711                        INDEXED BY OPS-IDX.
005712         03  OPS-PROG-NAME           PIC X(08).
005713         03  OPS-CURR-SET-SW         PIC X(01).
005721         03  OPS-PREV-READ           PIC 9(07).
005722         03  OPS-PREV-WRITTEN        PIC 9(07).
005723         03  OPS-PREV-REJECT         PIC 9(07).
005740         03  OPS-CURR-RESTART-SW     PIC X(01).
005757             88  OPS-CURR-RESTARTED  VALUE "R".
005774 01  OPS-FLAG-SW                     PIC X(01) VALUE "N".
005791     88  OPS-FLAGGED                          VALUE "Y".
005808
005826*    OPERATIONS SUMMARY REPORT LINES.                            *
005843 01  OPS-RPT-HDG-1.
005860     02  FILLER PIC X(30)
005877             VALUE "NIGHTLY OPERATIONS SUMMARY".
005894     02  FILLER PIC X(10) VALUE "RUN DATE:".
005912     02  OPS-HDG-DATE                PIC 9(08).
005929     02  FILLER PIC X(32) VALUE SPACES.
005946 01  OPS-RPT-HDG-2.
005963     02  FILLER PIC X(09) VALUE "PROGRAM".
005980     02  FILLER PIC X(08) VALUE "READ".
005998     02  FILLER PIC X(08) VALUE "WRITTEN".
006015     02  FILLER PIC X(08) VALUE "REJECT".
006032     02  FILLER PIC X(06) VALUE "RC".
006049     02  FILLER PIC X(08) VALUE "PRV-RD".
006066     02  FILLER PIC X(08) VALUE "PRV-WR".
006084     02  FILLER PIC X(09) VALUE "PRV-RJ".
006101     02  FILLER PIC X(04) VALUE "FLG".
006118     02  FILLER PIC X(07) VALUE "RESTART".
006135 01  OPS-RPT-DETAIL-LINE.
006152     02  OPS-DTL-NAME                PIC X(08).
006170     02  FILLER                      PIC X(01) VALUE SPACES.
006187     02  OPS-DTL-READ                PIC ZZZZZZ9.
006204     02  FILLER                      PIC X(01) VALUE SPACES.
006221     02  OPS-DTL-WRITTEN             PIC ZZZZZZ9.
006238     02  FILLER                      PIC X(01) VALUE SPACES.
006256     02  OPS-DTL-REJECT              PIC ZZZZZZ9.
006273     02  FILLER                      PIC X(01) VALUE SPACES.
006290     02  OPS-DTL-RC                  PIC ZZZ9.
006307     02  FILLER                      PIC X(02) VALUE SPACES.
006324     02  OPS-DTL-PREV-READ           PIC X(07).
006342     02  FILLER                      PIC X(01) VALUE SPACES.
006359     02  OPS-DTL-PREV-WRITTEN        PIC X(07).
006376     02  FILLER                      PIC X(02) VALUE SPACES.
006393     02  OPS-DTL-PREV-REJECT         PIC X(07).
006410     02  FILLER                      PIC X(02) VALUE SPACES.
006428     02  OPS-DTL-FLAG                PIC X(01).
006445     02  FILLER                      PIC X(02) VALUE SPACES.
006462     02  OPS-DTL-RESTART             PIC X(09).
006479 01  OPS-RPT-FOOTER-LINE.
006496     02  FILLER PIC X(36)
006514             VALUE "* = VOLUME SWING OVER THRESHOLD OF".
006531     02  OPS-FTR-THRESHOLD           PIC ZZ9.
006548     02  FILLER PIC X(08) VALUE " PERCENT".
006565     02  FILLER PIC X(33) VALUE SPACES.
006582
006600
006700 PROCEDURE DIVISION.
006800
010939             SET JOB-PLAN-EOF TO TRUE
010940             GO TO 1250-EXIT
010941     END-READ.
010942     IF BATCH-TOTAL-STEPS NOT < 30
010943         DISPLAY "*** JOB PLAN TABLE FULL - STEP "
010944                 JPLN-STEP-NUM " IGNORED ***"
010945         GO TO 1250-EXIT
010959
010960*****************************************************************
010961*    1300-LOAD-DEFAULT-PLAN                                     *
010962*    THE STANDARD TWENTY-STEP NIGHT, NOTHING SKIPPED, NO       *
010963*    RETURN CODE TOLERATED.  THE EODROLL BUSINESS DATE          *
010964*    ROLLOVER MUST STAY THE LAST STEP - IT IS ONLY REACHED      *
010965*    WHEN EVERY EARLIER STEP ENDED WITHIN ITS TOLERANCE.        *
010966*****************************************************************
010967 1300-LOAD-DEFAULT-PLAN.
010969     MOVE 20 TO BATCH-TOTAL-STEPS.
010970     PERFORM 1350-CLEAR-ONE-PLAN-STEP THRU 1350-EXIT
010971         VARYING BATCH-STEP-NUM FROM 1 BY 1
010972         UNTIL BATCH-STEP-NUM > BATCH-TOTAL-STEPS.
010973     MOVE "APPROVAL QUEUE" TO PLAN-NAME(1).
010974     MOVE "./pendapr" TO PLAN-COMMAND(1).
010975     MOVE "RATE MAINTENANCE" TO PLAN-NAME(2).
010976     MOVE "./ratemnt" TO PLAN-COMMAND(2).
010977     MOVE "PAY CALENDAR MAINT" TO PLAN-NAME(3).
010978     MOVE "./calmnt" TO PLAN-COMMAND(3).
010979     MOVE "HOLIDAY CALENDAR" TO PLAN-NAME(4).
010980     MOVE "./holmnt" TO PLAN-COMMAND(4).
010981     MOVE "EMPLOYEE MAINT" TO PLAN-NAME(5).
010982     MOVE "./empmnt" TO PLAN-COMMAND(5).
010983     MOVE "EMP-CUST XREF MAINT" TO PLAN-NAME(6).
010984     MOVE "./xrefmnt" TO PLAN-COMMAND(6).
010985     MOVE "BANK RETURNS" TO PLAN-NAME(7).
010986     MOVE "./bankret" TO PLAN-COMMAND(7).
010987     MOVE "PAYROLL (HELLO)" TO PLAN-NAME(8).
010988     MOVE "./hello" TO PLAN-COMMAND(8).
010989     MOVE "APPROVAL REPORT" TO PLAN-NAME(9).
010990     MOVE "./pendrpt" TO PLAN-COMMAND(9).
010991     MOVE "PAY VARIANCE" TO PLAN-NAME(10).
010992     MOVE "./payvar" TO PLAN-COMMAND(10).
010993     MOVE "LABOR DISTRIBUTION" TO PLAN-NAME(11).
010994     MOVE "./labdist" TO PLAN-COMMAND(11).
010995     MOVE "PAYCHECK FEED" TO PLAN-NAME(12).
010996     MOVE "./payxfer" TO PLAN-COMMAND(12).
010997     MOVE "TRANSACTION EDIT" TO PLAN-NAME(13).
010998     MOVE "./custedit" TO PLAN-COMMAND(13).
010999     MOVE "MASTER BACKUP" TO PLAN-NAME(14).
011000     MOVE "./custbkup" TO PLAN-COMMAND(14).
011001     MOVE "CUSTOMER MAINT" TO PLAN-NAME(15).
011002     MOVE "./coboltut" TO PLAN-COMMAND(15).
011003     MOVE "LEDGER POSTING" TO PLAN-NAME(16).
011004     MOVE "./glpost" TO PLAN-COMMAND(16).
011005     MOVE "LEDGER BALANCES" TO PLAN-NAME(17).
011006     MOVE "./glupdt" TO PLAN-COMMAND(17).
011007     MOVE "CUSTOMER EXTRACT" TO PLAN-NAME(18).
011008     MOVE "./custextr" TO PLAN-COMMAND(18).
011009     MOVE "INTEGRITY CHECK" TO PLAN-NAME(19).
011010     MOVE "./filechk" TO PLAN-COMMAND(19).
011011     MOVE "BUSINESS DATE ROLL" TO PLAN-NAME(20).
011012     MOVE "./eodroll" TO PLAN-COMMAND(20).
011013 1300-EXIT.
011014     EXIT.
011015
011017 1350-CLEAR-ONE-PLAN-STEP.
011018     MOVE "N" TO PLAN-SKIP-SW(BATCH-STEP-NUM).
011019     MOVE ZERO TO PLAN-MAX-RC(BATCH-STEP-NUM).
011021     MOVE SPACES TO PLAN-NAME(BATCH-STEP-NUM)
011022                    PLAN-COMMAND(BATCH-STEP-NUM).
011023 1350-EXIT.
011024     EXIT.
011026
011027*****************************************************************
011028*    2000-RUN-ONE-STEP                                          *
011030*    RUNS ONE JOB-PLAN STEP AS AN OS-LEVEL COMMAND AND          *
011040*    CHECKPOINTS IT IF ITS RETURN CODE IS WITHIN THE STEP'S     *
011042*    TOLERANCE.  THE COMMAND STATUS COMES BACK WITH THE STEP'S  *
016360*    ON ANY STEP WHOSE READ OR WRITTEN VOLUME SWUNG MORE THAN   *
016370*    THE THRESHOLD.  THIS IS HOW AN EMPTY TRANSACTION FILE      *
016380*    GETS CAUGHT BEFORE THE CUSTOMERS CATCH IT.                 *
016383*    A STEP THAT RESUMED FROM ITS OWN IN-STEP CHECKPOINT IS     *
016386*    MARKED RESTARTED.                                          *
016390*****************************************************************
016400 9000-PRINT-OPERATIONS-SUMMARY.
016401     OPEN INPUT RUN-HISTORY.
016454     EXIT.
016455
016456 9250-ADD-PROGRAM-SLOT.
016457     IF OPS-PROG-COUNT NOT < 40
016458         GO TO 9250-EXIT
016459     END-IF.
016460     ADD 1 TO OPS-PROG-COUNT.
016479     MOVE RSTAT-WRITTEN-COUNT TO OPS-CURR-WRITTEN(OPS-IDX).
016480     MOVE RSTAT-REJECT-COUNT TO OPS-CURR-REJECT(OPS-IDX).
016481     MOVE RSTAT-RETURN-CODE TO OPS-CURR-RC(OPS-IDX).
016482     MOVE RSTAT-RESTART-FLAG TO OPS-CURR-RESTART-SW(OPS-IDX).
016483     MOVE "Y" TO OPS-CURR-SET-SW(OPS-IDX).
016484 9260-EXIT.
016485     EXIT.
016486
016487*****************************************************************
016488*    9300-PRINT-ONE-PROGRAM                                     *
016489*****************************************************************
016490 9300-PRINT-ONE-PROGRAM.
016491     MOVE OPS-PROG-NAME(OPS-IDX) TO OPS-DTL-NAME.
016492     MOVE OPS-CURR-READ(OPS-IDX) TO OPS-DTL-READ.
016493     MOVE OPS-CURR-WRITTEN(OPS-IDX) TO OPS-DTL-WRITTEN.
016494     MOVE OPS-CURR-REJECT(OPS-IDX) TO OPS-DTL-REJECT.
016495     MOVE OPS-CURR-RC(OPS-IDX) TO OPS-DTL-RC.
016496     MOVE "N" TO OPS-FLAG-SW.
016497     IF OPS-PREV-SET(OPS-IDX)
016498         MOVE OPS-PREV-READ(OPS-IDX) TO OPS-EDIT-WORK
016499         MOVE OPS-EDIT-WORK TO OPS-DTL-PREV-READ
016500         MOVE OPS-PREV-WRITTEN(OPS-IDX) TO OPS-EDIT-WORK
016501         MOVE OPS-EDIT-WORK TO OPS-DTL-PREV-WRITTEN
016502         MOVE OPS-PREV-REJECT(OPS-IDX) TO OPS-EDIT-WORK
016503         MOVE OPS-EDIT-WORK TO OPS-DTL-PREV-REJECT
016504         PERFORM 9350-CHECK-VOLUME-SWING THRU 9350-EXIT
016505     ELSE
016506         MOVE SPACES TO OPS-DTL-PREV-READ
016508                        OPS-DTL-PREV-WRITTEN
016509                        OPS-DTL-PREV-REJECT
016510     END-IF.
016511     IF OPS-FLAGGED
016512         MOVE "*" TO OPS-DTL-FLAG
016513     ELSE
016514         MOVE SPACES TO OPS-DTL-FLAG
016515     END-IF.
016516     IF OPS-CURR-RESTARTED(OPS-IDX)
016517         MOVE "RESTARTED" TO OPS-DTL-RESTART
016518     ELSE
016519         MOVE SPACES TO OPS-DTL-RESTART
016520     END-IF.
016521     MOVE OPS-RPT-DETAIL-LINE TO OPERATIONS-REPORT-LINE.
016522     WRITE OPERATIONS-REPORT-LINE.
016523 9300-EXIT.
016524     EXIT.
016525
016526*****************************************************************
016527*    9350-CHECK-VOLUME-SWING                                    *
016528*    FLAGS THE STEP WHEN TONIGHT'S READ OR WRITTEN VOLUME IS    *
016529*    MORE THAN THE THRESHOLD PERCENT AWAY FROM THE PREVIOUS     *
016530*    RUN'S.  A VOLUME THAT DROPS TO OR RISES FROM ZERO IS       *
016531*    ALWAYS FLAGGED - THAT IS THE EMPTY-FILE CASE.              *
016532*****************************************************************
016533 9350-CHECK-VOLUME-SWING.
016535     IF OPS-PREV-READ(OPS-IDX) = ZERO
016536         IF OPS-CURR-READ(OPS-IDX) > ZERO
016537             SET OPS-FLAGGED TO TRUE
