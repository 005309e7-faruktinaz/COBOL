000434*                    IS REFUSED FOR POSTING TWICE.               *
000435*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
000436*                    SHARED RUNHIST FILE AT END OF JOB.         *
000437*    10/14/26   FT    TAKES AN IN-STEP CHECKPOINT EVERY N       *
000439*                     CUSTTRAN RECORDS (CUSTCKPT FILE, STEPCKPT *
000440*                     COPYBOOK, INTERVAL FROM CKPTPARM), AND    *
000441*                     ONE AT RECORD ZERO ON A FRESH START.      *
000442*                     EVERY CUSTTRAN RECORD POSTED IS           *
000443*                     JOURNALLED ON CUSTJRNL BY POSITION AS     *
000444*                     APPLIED, REJECTED OR NO CHANGE.  A RERUN  *
000445*                     AFTER AN ABEND SKIPS THE RECORDS ALREADY  *
000446*                     CHECKPOINTED, MATCHES THE ONES AFTER THEM *
000447*                     TO THE JOURNAL BY POSITION, IDENT AND     *
000448*                     CODE, COUNTS THOSE WITHOUT POSTING THEM   *
000449*                     AGAIN AND POSTS ONLY THE REST, SO NOTHING *
000450*                     IS APPLIED TWICE AND NO REJECT IS TRIED   *
000451*                     AGAIN.  A RESTART IS FLAGGED ON RUNHIST.  *
000453*    10/14/26   FT    ADDED THE PAYCHECK (P) TRANSACTION, WHICH *
000454*                     POSTS A PAYCHECK TO AN ACTIVE CUSTOMER    *
000455*                     ALREADY ON FILE AND APPORTIONS IT LIKE AN *
000456*                     ADD.  EACH WRITES A PAYCHK CUSTAUD        *
000457*                     RECORD.  THE COUNT IS IN THE FIRST EXTRA  *
000458*                     CHECKPOINT COUNT SLOT.                    *
000459*    10/14/26   FT    ADDED THE MAILING ADDRESS CHANGE (M) AND  *
000460*                     RETURNED MAIL (B) TRANSACTIONS, LOGGED AS *
000461*                     ADDRCH AND RTMAIL CUSTAUD RECORDS.  AN    *
000462*                     ADDRESS CHANGE CLEARS THE RETURNED-MAIL   *
000463*                     FLAG.  AN ADD MAY CARRY AN ADDRESS.  THE  *
000464*                     COUNTS ARE IN THE SECOND AND THIRD EXTRA  *
000465*                     CHECKPOINT COUNT SLOTS.                   *
000466*    10/15/26   FT    THE RUNHIST WRITTEN COUNT NOW INCLUDES    *
000467*                     ADDRESS CHANGES AND RETURNED-MAIL FLAGS.  *
000468*****************************************************************
000469 IDENTIFICATION DIVISION.
000471 PROGRAM-ID. coboltut.
000473 ENVIRONMENT DIVISION.
000475 INPUT-OUTPUT SECTION.
000477 FILE-CONTROL.
000480     SELECT CUSTOMER-MASTER   ASSIGN TO "CUSTMAST"
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000668     SELECT RUN-HISTORY      ASSIGN TO "RUNHIST"
000670            ORGANIZATION IS LINE SEQUENTIAL
000672            FILE STATUS IS RUN-HIST-STATUS.
000673
000675     SELECT CUST-CHECKPOINT  ASSIGN TO "CUSTCKPT"
000676            ORGANIZATION IS LINE SEQUENTIAL
000678            FILE STATUS IS CUST-CKPT-STATUS.
000680
000681     SELECT CKPT-PARM-FILE   ASSIGN TO "CKPTPARM"
000683            ORGANIZATION IS LINE SEQUENTIAL
000685            FILE STATUS IS CKPT-PARM-STATUS.
000686
000688     SELECT CUST-JOURNAL     ASSIGN TO "CUSTJRNL"
000690            ORGANIZATION IS LINE SEQUENTIAL
000692            FILE STATUS IS CUST-JRNL-STATUS.
000694
000696 DATA DIVISION.
000698 FILE SECTION.
000700 FD  CUSTOMER-MASTER.
000710     COPY CUSTREC.
000720
000988 FD  RUN-HISTORY
000990     RECORDING MODE IS F.
000992     COPY RUNSTAT.
000993
000995 FD  CUST-CHECKPOINT
000996     RECORDING MODE IS F.
000998     COPY STEPCKPT.
000999
001001 FD  CKPT-PARM-FILE
001002     RECORDING MODE IS F.
001004 01  CKPT-PARM-RECORD.
001005     02  CPRM-INTERVAL               PIC X(05).
001006
001007 FD  CUST-JOURNAL
001008     RECORDING MODE IS F.
001009 01  CUST-JOURNAL-RECORD.
001010     02  CJRN-BUSINESS-DATE          PIC 9(08).
001011     02  CJRN-RUN-NUMBER             PIC 9(05).
001012     02  CJRN-TRAN-NUMBER            PIC 9(07).
001013     02  CJRN-IDENT                  PIC 9(03).
001014     02  CJRN-TRAN-CODE              PIC X(01).
001015     02  CJRN-OUTCOME                PIC X(01).
001016         88  CJRN-APPLIED                     VALUE "A".
001017         88  CJRN-REJECTED                    VALUE "R".
001018         88  CJRN-NO-CHANGE                   VALUE "N".
001019
001020 WORKING-STORAGE SECTION.
001021 01  SampleData PIC X(10) VALUE "Stuff".
001022 01  JustLetters PIC AAA VALUE "ABC".
001030 01  JustNums PIC 9(4) VALUE 1234.
001040 01  SignedInt PIC S9(4) VALUE -1234.
001050 01  PayCheck PIC 9(4)V99 VALUE ZEROS.
001470 01  CUST-UPDATE-COUNT               PIC 9(05) VALUE ZERO.
001472 01  CUST-DELETE-COUNT               PIC 9(05) VALUE ZERO.
001474 01  CUST-REINSTATE-COUNT            PIC 9(05) VALUE ZERO.
001477 01  CUST-PAYCHECK-COUNT             PIC 9(05) VALUE ZERO.
001478 01  CUST-ADDRESS-COUNT              PIC 9(05) VALUE ZERO.
001479 01  CUST-RETMAIL-COUNT              PIC 9(05) VALUE ZERO.
001480 01  CUST-REJECT-COUNT               PIC 9(05) VALUE ZERO.
001481 01  CUST-MILESTONE-COUNT            PIC 9(05) VALUE ZERO.
001483*    IN-STEP CHECKPOINT AND RESTART WORK AREAS.  CUSTCKPT IS    *
001485*    REWRITTEN EVERY CUST-CKPT-INTERVAL CUSTTRAN RECORDS.       *
001486*    COUNT SLOTS: 1 READ, 2 ADDED, 3 UPDATED, 4 DELETED,        *
001488*    5 REINSTATED, 6 REJECTED, 7 AUDIT RECORDS WRITTEN BY THIS  *
001490*    POSTING, 8 NOT USED.  AMOUNT SLOT 1 IS THE PAYCHECK TOTAL. *
001492*    EXTRA COUNT SLOT 1 IS PAYCHECKS POSTED,                    *
001495*    2 ADDRESS CHANGES, 3 RETURNED MAIL FLAGS SET.              *
001497 01  CUST-CKPT-STATUS                PIC X(02).
001499 01  CKPT-PARM-STATUS                PIC X(02).
001500 01  CUST-CKPT-INTERVAL              PIC 9(05) VALUE 100.
001501 01  CUST-CKPT-SINCE                 PIC 9(05) VALUE ZERO.
001502 01  CUST-CKPT-TAKEN-COUNT           PIC 9(05) VALUE ZERO.
001503 01  CUST-CKPT-NEW-STATE             PIC X(01) VALUE SPACE.
001504 01  CUST-RESTART-SW                 PIC X(01) VALUE "N".
001505     88  CUST-RESTARTED                       VALUE "Y".
001506 01  CUST-RESTART-FAILED-SW          PIC X(01) VALUE "N".
001507     88  CUST-RESTART-FAILED                  VALUE "Y".
001508 01  CUST-SKIP-COUNT                 PIC 9(07) VALUE ZERO.
001510 01  CUST-AUDIT-WRITTEN-COUNT        PIC 9(07) VALUE ZERO.
001511 01  CUST-CATCHUP-COUNT              PIC 9(05) VALUE ZERO.
001512 01  CUST-APPLIED-SW                 PIC X(01) VALUE "N".
001513     88  CUST-ALREADY-APPLIED                 VALUE "Y".
001514     88  CUST-ALREADY-REJECTED                VALUE "R".
001515     88  CUST-ALREADY-SEEN                    VALUE "S".
001516     88  CUST-JRNL-MISMATCH                   VALUE "X".
001517     88  CUST-NOT-APPLIED-YET                 VALUE "N".
001518 01  CUST-CATCHING-UP-SW             PIC X(01) VALUE "N".
001519     88  CUST-CATCHING-UP                     VALUE "Y".
001520     88  CUST-NOT-CATCHING-UP                 VALUE "N".
001521 01  CUST-CKPT-TOTALS.
001522     02  CUST-CKPT-COUNT             PIC 9(07) OCCURS 8 TIMES.
001523     02  CUST-CKPT-AMOUNT            PIC 9(09)V99 OCCURS 8 TIMES.
001524*    RESTART JOURNAL.  CUSTJRNL HOLDS ONE ENTRY PER CUSTTRAN    *
001525*    RECORD POSTED - ITS POSITION ON CUSTTRAN, IDENT, CODE AND  *
001526*    WHETHER IT WAS APPLIED, REJECTED OR CHANGED NOTHING.  ON A *
001527*    RESTART THE ENTRIES PAST THE CHECKPOINT ARE LOADED HERE,   *
001528*    IN THE ORDER THE FAILED ATTEMPT POSTED THEM.               *
001529 01  CUST-JRNL-STATUS                PIC X(02).
001530 01  CUST-JRNL-OPEN-SW               PIC X(01) VALUE "N".
001531     88  CUST-JRNL-OPEN                       VALUE "Y".
001532 01  CUST-JRNL-EOF-SW                PIC X(01) VALUE "N".
001533     88  CUST-JRNL-EOF                        VALUE "Y".
001534 01  CUST-TRAN-JOURNALED-SW          PIC X(01) VALUE "N".
001535     88  CUST-TRAN-JOURNALED                  VALUE "Y".
001536 01  CUST-REJECTS-BEFORE             PIC 9(05) VALUE ZERO.
001537 01  CUST-JRNL-COUNT                 PIC 9(04) VALUE ZERO.
001538 01  CUST-JRNL-NEXT                  PIC 9(04) VALUE 1.
001539 01  CUST-JRNL-TABLE.
001540     02  CUST-JRNL-ENTRY OCCURS 1000 TIMES
001541                         INDEXED BY JRNL-IDX.
001542         03  CUST-JRNL-TRAN-NO       PIC 9(07).
001543         03  CUST-JRNL-IDENT         PIC 9(03).
001544         03  CUST-JRNL-CODE          PIC X(01).
001545         03  CUST-JRNL-OUTCOME       PIC X(01).

001546*    DATE-OF-BIRTH VALIDATION AND AGE / MILESTONE WORK AREAS.    *
001547 01  DAYS-IN-MONTH-VALUES.
001548     02  FILLER PIC 9(02) VALUE 31.
001549     02  FILLER PIC 9(02) VALUE 29.
001550     02  FILLER PIC 9(02) VALUE 31.
001551     02  FILLER PIC 9(02) VALUE 30.
001560     02  FILLER PIC 9(02) VALUE 31.
001570     02  FILLER PIC 9(02) VALUE 30.
001580     02  FILLER PIC 9(02) VALUE 31.
002540                 "SKIPPING TRANSACTION PROCESSING"
002550         SET CUST-TRAN-NOT-AVAILABLE TO TRUE
002560         SET CUST-TRAN-EOF TO TRUE
002561     END-IF.
002562     IF RUN-CTL-AVAILABLE AND CUST-TRAN-AVAILABLE
002563             AND CUST-LAST-POSTED-DATE = CUST-BUSINESS-DATE
002564         DISPLAY "*** BUSINESS DATE " CUST-BUSINESS-DATE
002565                 " HAS ALREADY BEEN POSTED - TRANSACTION "
002566                 "PROCESSING REFUSED ***"
002567         SET CUST-TRAN-NOT-AVAILABLE TO TRUE
002568         SET CUST-TRAN-EOF TO TRUE
002569         MOVE 16 TO RETURN-CODE
002570     END-IF.
002571     IF CUST-TRAN-AVAILABLE
002572         PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
002573     END-IF.
002574     OPEN EXTEND CUSTOMER-AUDIT.
002576     IF CUST-AUD-STATUS = "35" OR "05"
002577         OPEN OUTPUT CUSTOMER-AUDIT
002578         CLOSE CUSTOMER-AUDIT
002579         OPEN EXTEND CUSTOMER-AUDIT
002580     END-IF.
002581     OPEN I-O CUSTOMER-ACTIVITY.
002582     IF CUST-ACTV-STATUS = "35" OR "05"
002583         CLOSE CUSTOMER-ACTIVITY
002584         OPEN OUTPUT CUSTOMER-ACTIVITY
002585         CLOSE CUSTOMER-ACTIVITY
002586         OPEN I-O CUSTOMER-ACTIVITY
002587     END-IF.
002588 1000-EXIT.
002589     EXIT.
002591
002592*****************************************************************
002593*    1050-GET-BUSINESS-DATE                                     *
002594*    READS THE OFFICIAL BUSINESS DATE, RUN NUMBER AND LAST      *
002595*    POSTED DATE FROM THE RUNCTL FILE.  WITHOUT A RUN-CONTROL   *
002596*    FILE THE MACHINE CLOCK IS USED, AS BEFORE, AND THE         *
002597*    DOUBLE-POSTING CHECK DOES NOT APPLY.                       *
002598*****************************************************************
002599 1050-GET-BUSINESS-DATE.
002600     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
002601     OPEN INPUT RUN-CONTROL.
002602     IF RUN-CTL-STATUS NOT = "35"
002603         READ RUN-CONTROL
002604             NOT AT END
002606                 SET RUN-CTL-AVAILABLE TO TRUE
002607                 MOVE RUN-BUSINESS-DATE TO CUST-BUSINESS-DATE
002608                 MOVE RUN-NUMBER TO CUST-RUN-NUMBER
002609                 MOVE RUN-LAST-POSTED-DATE
002610                     TO CUST-LAST-POSTED-DATE
002611         END-READ
002612         CLOSE RUN-CONTROL
002613     END-IF.
002614     IF RUN-CTL-AVAILABLE
002615         MOVE CUST-BUSINESS-DATE(1:4) TO CURRENT-CCYY
002616         MOVE CUST-BUSINESS-DATE(5:2) TO CURRENT-MM
002617         MOVE CUST-BUSINESS-DATE(7:2) TO CURRENT-DD
002618     ELSE
002619         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
002621         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
002622         MOVE CURRENT-CCYY TO CUST-BUSINESS-DATE(1:4)
002623         MOVE CURRENT-MM TO CUST-BUSINESS-DATE(5:2)
002624         MOVE CURRENT-DD TO CUST-BUSINESS-DATE(7:2)
002625     END-IF.
002626 1050-EXIT.
002627     EXIT.
002628
002629*****************************************************************
002630*    1200-READ-CHECKPOINT                                       *
002631*    INTERVAL FROM CKPTPARM, THEN ANY CHECKPOINT LEFT BY AN     *
002632*    EARLIER ATTEMPT.  AN IN-PROGRESS CHECKPOINT FOR THIS       *
002633*    BUSINESS DATE AND RUN NUMBER MEANS THE STEP STOPPED PART   *
002634*    WAY: ITS COUNTS AND PAYCHECK TOTAL ARE PICKED UP, THE      *
002635*    CUSTTRAN RECORDS IT COVERS ARE SKIPPED, AND THE CUSTJRNL   *
002636*    ENTRIES FOR THE RECORDS POSTED AFTER IT ARE LOADED SO      *
002637*    THOSE RECORDS ARE NOT POSTED AGAIN.  ANYTHING ELSE IS A    *
002638*    FRESH START.                                               *
002640*****************************************************************
002641 1200-READ-CHECKPOINT.
002642     PERFORM 1250-READ-CKPT-PARM THRU 1250-EXIT.
002643     OPEN INPUT CUST-CHECKPOINT.
002644     IF CUST-CKPT-STATUS = "35"
002645         GO TO 1200-EXIT
002646     END-IF.
002647     MOVE SPACES TO STEP-CKPT-RECORD.
002648     READ CUST-CHECKPOINT
002649         AT END
002650             MOVE SPACES TO STEP-CKPT-RECORD
002652     END-READ.
002653     CLOSE CUST-CHECKPOINT.
002654     IF NOT SCKP-IN-PROGRESS
002655         GO TO 1200-EXIT
002656     END-IF.
002657     IF SCKP-PROGRAM NOT = "COBOLTUT"
002658        OR SCKP-BUSINESS-DATE NOT = CUST-BUSINESS-DATE
002659        OR SCKP-RUN-NUMBER NOT = CUST-RUN-NUMBER
002660         DISPLAY "CHECKPOINT FOR " SCKP-BUSINESS-DATE " RUN "
002661                 SCKP-RUN-NUMBER " IS NOT THIS RUN - IGNORED"
002662         GO TO 1200-EXIT
002663     END-IF.
002664     SET CUST-RESTARTED TO TRUE.
002665     MOVE SCKP-RECORDS-DONE TO CUST-SKIP-COUNT.
002667     MOVE SCKP-COUNT(2) TO CUST-ADD-COUNT.
002668     MOVE SCKP-COUNT(3) TO CUST-UPDATE-COUNT.
002669     MOVE SCKP-COUNT(4) TO CUST-DELETE-COUNT.
002670     MOVE SCKP-COUNT(5) TO CUST-REINSTATE-COUNT.
002671     IF SCKP-MORE-COUNT(1) IS NUMERIC
002672         MOVE SCKP-MORE-COUNT(1) TO CUST-PAYCHECK-COUNT
002673     END-IF.
002674     IF SCKP-MORE-COUNT(2) IS NUMERIC
002675         MOVE SCKP-MORE-COUNT(2) TO CUST-ADDRESS-COUNT
002676     END-IF.
002677     IF SCKP-MORE-COUNT(3) IS NUMERIC
002678         MOVE SCKP-MORE-COUNT(3) TO CUST-RETMAIL-COUNT
002679     END-IF.
002680     MOVE SCKP-COUNT(6) TO CUST-REJECT-COUNT.
002682     MOVE SCKP-COUNT(7) TO CUST-AUDIT-WRITTEN-COUNT.
002683     MOVE SCKP-AMOUNT(1) TO TOTAL-PAYCHECK-PROCESSED.
002684     DISPLAY "RESTARTING FROM THE CHECKPOINT TAKEN "
002685             SCKP-TAKEN-DATE " " SCKP-TAKEN-TIME.
002686     IF CUST-SKIP-COUNT > ZERO
002687         DISPLAY "CUSTTRAN RECORDS 1 THROUGH " CUST-SKIP-COUNT
002688                 " (LAST IDENT " SCKP-LAST-KEY(1:3)
002689                 ") ARE SKIPPED"
002690     END-IF.
002691     PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT.
002692 1200-EXIT.
002693     EXIT.
002694
002695*****************************************************************
002696*    1250-READ-CKPT-PARM                                        *
002697*    CHECKPOINT INTERVAL, IN CUSTTRAN RECORDS, FROM COLUMNS 1-5 *
002698*    OF THE OPTIONAL CKPTPARM FILE.  A MISSING FILE OR A BLANK  *
002699*    OR NON-NUMERIC VALUE KEEPS THE DEFAULT.                    *
002700*****************************************************************
002701 1250-READ-CKPT-PARM.
002702     OPEN INPUT CKPT-PARM-FILE.
002703     IF CKPT-PARM-STATUS = "35"
002704         GO TO 1250-EXIT
002705     END-IF.
002706     MOVE SPACES TO CKPT-PARM-RECORD.
002707     READ CKPT-PARM-FILE
002708         AT END
002709             MOVE SPACES TO CKPT-PARM-RECORD
002710     END-READ.
002711     CLOSE CKPT-PARM-FILE.
002712     IF CPRM-INTERVAL = SPACES
002713         GO TO 1250-EXIT
002714     END-IF.
002715     IF CPRM-INTERVAL IS NUMERIC AND CPRM-INTERVAL NOT = "00000"
002716         MOVE CPRM-INTERVAL TO CUST-CKPT-INTERVAL
002717     ELSE
002718         DISPLAY "CKPTPARM CHECKPOINT INTERVAL NOT VALID - USING "
002719                 CUST-CKPT-INTERVAL " RECORDS"
002720     END-IF.
002721 1250-EXIT.
002722     EXIT.
002723
002724*****************************************************************
002725*    1300-LOAD-JOURNAL                                          *
002726*    CUSTJRNL ENTRIES FOR THIS DATE AND RUN PAST THE CHECKPOINT *
002727*    MUST RUN ON FROM IT WITH NO GAP.  A GAP OR A MISSING       *
002728*    JOURNAL REFUSES THE RESTART.                               *
002729*****************************************************************
002730 1300-LOAD-JOURNAL.
002731     OPEN INPUT CUST-JOURNAL.
002732     IF CUST-JRNL-STATUS = "35"
002733         DISPLAY "*** NO CUSTJRNL RESTART JOURNAL - RESTART "
002734                 "REFUSED ***"
002735         SET CUST-RESTART-FAILED TO TRUE
002737         GO TO 1300-EXIT
002738     END-IF.
002740     PERFORM 1350-LOAD-ONE-ENTRY THRU 1350-EXIT
002742         UNTIL CUST-JRNL-EOF.
002743     CLOSE CUST-JOURNAL.
002744     DISPLAY "POSTED SINCE THE CHECKPOINT: " CUST-JRNL-COUNT.
002745 1300-EXIT.
002746     EXIT.
002747
002748 1350-LOAD-ONE-ENTRY.
002749     READ CUST-JOURNAL
002750         AT END
002751             SET CUST-JRNL-EOF TO TRUE
002752             GO TO 1350-EXIT
002753     END-READ.
002754     IF CJRN-BUSINESS-DATE NOT = CUST-BUSINESS-DATE
002755             OR CJRN-RUN-NUMBER NOT = CUST-RUN-NUMBER
002756             OR CJRN-TRAN-NUMBER NOT > CUST-SKIP-COUNT
002757         GO TO 1350-EXIT
002758     END-IF.
002759     IF CJRN-TRAN-NUMBER NOT =
002760             CUST-SKIP-COUNT + CUST-JRNL-COUNT + 1
002761         DISPLAY "*** CUSTJRNL ENTRY FOR CUSTTRAN RECORD "
002762                 CJRN-TRAN-NUMBER " IS OUT OF SEQUENCE - "
002763                 "RESTART REFUSED ***"
002764         SET CUST-RESTART-FAILED TO TRUE
002765         SET CUST-JRNL-EOF TO TRUE
002766         GO TO 1350-EXIT
002767     END-IF.
002768     IF CUST-JRNL-COUNT NOT < 1000
002769         DISPLAY "*** RESTART JOURNAL TABLE FULL - RESTART "
002770                 "REFUSED ***"
002771         SET CUST-RESTART-FAILED TO TRUE
002772         SET CUST-JRNL-EOF TO TRUE
002773         GO TO 1350-EXIT
002774     END-IF.
002775     ADD 1 TO CUST-JRNL-COUNT.
002776     SET JRNL-IDX TO CUST-JRNL-COUNT.
002777     MOVE CJRN-TRAN-NUMBER TO CUST-JRNL-TRAN-NO(JRNL-IDX).
002778     MOVE CJRN-IDENT TO CUST-JRNL-IDENT(JRNL-IDX).
002779     MOVE CJRN-TRAN-CODE TO CUST-JRNL-CODE(JRNL-IDX).
002780     MOVE CJRN-OUTCOME TO CUST-JRNL-OUTCOME(JRNL-IDX).
002781 1350-EXIT.
002782     EXIT.
002783
002784*****************************************************************
002785*    1100-LANGUAGE-FEATURE-DEMO                                 *
002786*    ORIGINAL LITERAL / MOVE DEMONSTRATION.  KEPT AS IS EXCEPT   *
002787*    THE CUSTOMER RECORD NO LONGER LIVES HERE - SEE 2000.        *
002788*****************************************************************
002789 1100-LANGUAGE-FEATURE-DEMO.
002790     MOVE "More Stuff" TO SampleData.
002791     MOVE "123" TO SampleData.
002792     MOVE 123 TO SampleData.
002793     DISPLAY SampleData.
002794     DISPLAY PayCheck.
002795     MOVE ZERO TO SampleData.
002796     DISPLAY SampleData.
002797     MOVE SPACE TO SampleData.
002798     DISPLAY SampleData.
002799     MOVE HIGH-VALUE TO SampleData.
002800     DISPLAY SampleData.
002801     MOVE LOW-VALUE TO SampleData.
002802     DISPLAY SampleData.
002810     MOVE QUOTE TO SampleData.
002820     DISPLAY SampleData.
002830     MOVE ALL "2" TO SampleData.
002960 2000-PROCESS-CUSTOMER-TRANSACTIONS.
002970     IF CUST-TRAN-AVAILABLE
002975         SET RUN-POSTED TO TRUE
002976         PERFORM 2020-OPEN-JOURNAL THRU 2020-EXIT
002977         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
002980         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
002982             UNTIL CUST-TRAN-EOF
002985                OR CUST-TRAN-READ-COUNT > CUST-SKIP-COUNT
002987         PERFORM 2050-CHECK-RESTART-POINT THRU 2050-EXIT
002990         PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
003000             UNTIL CUST-TRAN-EOF
003001         PERFORM 2070-CHECK-JOURNAL-USED THRU 2070-EXIT
003003         IF NOT CUST-RESTART-FAILED
003005             MOVE "C" TO CUST-CKPT-NEW-STATE
003006             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
003008         END-IF
003010     END-IF.
003011 2000-EXIT.
003012     EXIT.
003013
003014*****************************************************************
003015*    2020-OPEN-JOURNAL                                          *
003016*    A FRESH START EMPTIES CUSTJRNL AND TAKES A CHECKPOINT AT   *
003017*    RECORD ZERO, SO A STEP THAT STOPS BEFORE ITS FIRST         *
003018*    INTERVAL IS RESTARTED FROM ITS JOURNAL RATHER THAN POSTED  *
003019*    AGAIN FROM THE TOP.  A RESTART ADDS TO THE JOURNAL.        *
003020*****************************************************************
003021 2020-OPEN-JOURNAL.
003022     IF CUST-RESTART-FAILED
003023         GO TO 2020-EXIT
003024     END-IF.
003025     IF CUST-RESTARTED
003026         OPEN EXTEND CUST-JOURNAL
003027         SET CUST-JRNL-OPEN TO TRUE
003028         GO TO 2020-EXIT
003029     END-IF.
003030     OPEN OUTPUT CUST-JOURNAL.
003031     SET CUST-JRNL-OPEN TO TRUE.
003032     MOVE "I" TO CUST-CKPT-NEW-STATE.
003033     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
003034 2020-EXIT.
003035     EXIT.
003040
003041*****************************************************************
003042*    2050-CHECK-RESTART-POINT                                   *
003043*    A RESTART MUST FIND AT LEAST AS MANY CUSTTRAN RECORDS AS   *
003044*    THE CHECKPOINT COVERED; FEWER MEANS THE FILE IS NOT THE    *
003045*    ONE THE FAILED ATTEMPT WAS READING, SO NOTHING IS APPLIED. *
003046*****************************************************************
003047 2050-CHECK-RESTART-POINT.
003049     IF CUST-RESTART-FAILED
003050         DISPLAY "*** RESTART REFUSED - NO TRANSACTIONS "
003051                 "APPLIED ***"
003052         SET CUST-TRAN-EOF TO TRUE
003053         MOVE 16 TO RETURN-CODE
003054         GO TO 2050-EXIT
003055     END-IF.
003056     IF CUST-RESTARTED AND CUST-TRAN-READ-COUNT < CUST-SKIP-COUNT
003058         DISPLAY "*** CUSTTRAN HAS ONLY " CUST-TRAN-READ-COUNT
003059                 " RECORDS - THE CHECKPOINT COVERS "
003060                 CUST-SKIP-COUNT " - RESTART REFUSED ***"
003061         SET CUST-RESTART-FAILED TO TRUE
003062         SET CUST-TRAN-EOF TO TRUE
003063         MOVE 16 TO RETURN-CODE
003064     END-IF.
003066 2050-EXIT.
003067     EXIT.
003068
003069*****************************************************************
003070*    2070-CHECK-JOURNAL-USED                                    *
003071*    EVERY CUSTJRNL ENTRY THE FAILED ATTEMPT WROTE AFTER ITS    *
003072*    LAST CHECKPOINT MUST HAVE MATCHED A CUSTTRAN RECORD ON THE *
003073*    RERUN.  ONE LEFT OVER MEANS CUSTMAST MAY HOLD A CHANGE THE *
003075*    RERUN CANNOT ACCOUNT FOR.                                  *
003076*****************************************************************
003077 2070-CHECK-JOURNAL-USED.
003078     IF NOT CUST-RESTART-FAILED
003079             AND CUST-JRNL-NEXT NOT > CUST-JRNL-COUNT
003080         DISPLAY "*** CUSTJRNL HAS ENTRIES PAST THE END OF "
003081                 "CUSTTRAN - CHECK CUSTMAST ***"
003082         SET CUST-RESTART-FAILED TO TRUE
003083         MOVE 16 TO RETURN-CODE
003084     END-IF.
003085     IF CUST-CATCHUP-COUNT > ZERO
003086         DISPLAY "ALREADY POSTED BEFORE THE RESTART: "
003087                 CUST-CATCHUP-COUNT
003088     END-IF.
003089 2070-EXIT.
003090     EXIT.
003092 2100-READ-TRANSACTION.
003093     READ CUSTOMER-TRANS
003094         AT END
003095             SET CUST-TRAN-EOF TO TRUE
003096         NOT AT END
003097             ADD 1 TO CUST-TRAN-READ-COUNT
003098     END-READ.
003100 2100-EXIT.
003110     EXIT.
003120
003130 2200-APPLY-TRANSACTION.
003135     PERFORM 2250-CHECK-ALREADY-APPLIED THRU 2250-EXIT.
003136     IF CUST-JRNL-MISMATCH
003137         GO TO 2200-EXIT
003138     END-IF.
003139     MOVE "N" TO CUST-TRAN-JOURNALED-SW.
003140     MOVE CUST-REJECT-COUNT TO CUST-REJECTS-BEFORE.
003141     EVALUATE TRUE
003143         WHEN CUST-ALREADY-APPLIED
003146             PERFORM 2260-COUNT-APPLIED THRU 2260-EXIT
003148         WHEN CUST-ALREADY-REJECTED
003150             PERFORM 2270-COUNT-REJECTED THRU 2270-EXIT
003152         WHEN CUST-ALREADY-SEEN
003154             CONTINUE
003156         WHEN TRAN-IS-ADD
003160             PERFORM 2300-ADD-CUSTOMER THRU 2300-EXIT
003170         WHEN TRAN-IS-UPDATE
003180             PERFORM 2400-UPDATE-CUSTOMER THRU 2400-EXIT
003204             PERFORM 2550-DELETE-CUSTOMER THRU 2550-EXIT
003206         WHEN TRAN-IS-REINSTATE
003208             PERFORM 2600-REINSTATE-CUSTOMER THRU 2600-EXIT
003209         WHEN TRAN-IS-PAYCHECK
003210             PERFORM 2650-POST-PAYCHECK THRU 2650-EXIT
003211         WHEN TRAN-IS-ADDRESS-CHANGE
003212             PERFORM 2660-CHANGE-ADDRESS THRU 2660-EXIT
003213         WHEN TRAN-IS-RETURNED-MAIL
003214             PERFORM 2670-FLAG-RETURNED-MAIL THRU 2670-EXIT
003217         WHEN OTHER
003220             DISPLAY "UNKNOWN TRANSACTION CODE: " TRAN-CODE
003222     END-EVALUATE.
003224     IF CUST-NOT-APPLIED-YET AND NOT CUST-TRAN-JOURNALED
003226         PERFORM 2280-JOURNAL-NOT-APPLIED THRU 2280-EXIT
003228     END-IF.
003231     ADD 1 TO CUST-CKPT-SINCE.
003233     IF CUST-CKPT-SINCE NOT < CUST-CKPT-INTERVAL
003235         MOVE "I" TO CUST-CKPT-NEW-STATE
003236         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
003238     END-IF.
003240     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003241 2200-EXIT.
003242     EXIT.
003243
003244*****************************************************************
003245*    2250-CHECK-ALREADY-APPLIED                                 *
003246*    ON A RESTART, THE NEXT JOURNAL ENTRY IS FOR THE CUSTTRAN   *
003247*    RECORD AT THIS POSITION, AS THE FAILED ATTEMPT POSTED IT.  *
003248*    IT MUST CARRY THE SAME IDENT AND CODE, OR CUSTTRAN IS NOT  *
003249*    THE FILE THAT WAS BEING POSTED AND THE RESTART IS REFUSED. *
003250*    AN APPLIED RECORD IS COUNTED AND A REJECTED ONE COUNTED AS *
003251*    A REJECT; NEITHER IS TRIED AGAIN AGAINST A CUSTMAST THAT   *
003252*    LATER RECORDS MAY SINCE HAVE CHANGED.                      *
003259*****************************************************************
003260 2250-CHECK-ALREADY-APPLIED.
003261     SET CUST-NOT-APPLIED-YET TO TRUE.
003262     IF CUST-JRNL-NEXT > CUST-JRNL-COUNT
003263         GO TO 2250-EXIT
003264     END-IF.
003265     SET JRNL-IDX TO CUST-JRNL-NEXT.
003266     IF CUST-JRNL-TRAN-NO(JRNL-IDX) NOT = CUST-TRAN-READ-COUNT
003267             OR CUST-JRNL-IDENT(JRNL-IDX) NOT = TRAN-IDENT
003268             OR CUST-JRNL-CODE(JRNL-IDX) NOT = TRAN-CODE
003269         DISPLAY "*** CUSTTRAN RECORD " CUST-TRAN-READ-COUNT
003270                 " DOES NOT MATCH CUSTJRNL - RESTART REFUSED ***"
003271         SET CUST-JRNL-MISMATCH TO TRUE
003272         SET CUST-RESTART-FAILED TO TRUE
003273         SET CUST-TRAN-EOF TO TRUE
003274         MOVE 16 TO RETURN-CODE
003275         GO TO 2250-EXIT
003276     END-IF.
003277     EVALUATE CUST-JRNL-OUTCOME(JRNL-IDX)
003278         WHEN "A"
003279             SET CUST-ALREADY-APPLIED TO TRUE
003280         WHEN "R"
003281             SET CUST-ALREADY-REJECTED TO TRUE
003292         WHEN OTHER
003293             SET CUST-ALREADY-SEEN TO TRUE
003295     END-EVALUATE.
003297     ADD 1 TO CUST-JRNL-NEXT.
003299     ADD 1 TO CUST-CATCHUP-COUNT.
003301 2250-EXIT.
003302     EXIT.
003303
003304*****************************************************************
003305*    2260-COUNT-APPLIED                                         *
003306*    COUNTS A TRANSACTION THE FAILED ATTEMPT ALREADY APPLIED    *
003307*    WITHOUT TOUCHING CUSTMAST, CUSTAUD OR CUSTACTV AGAIN.  AN  *
003308*    ADD OR PAYCHECK STILL WORKS OUT ITS APPORTIONMENT SO THE   *
003309*    PAYCHECK TOTAL COMES OUT THE SAME AS A CLEAN RUN.          *
003310*****************************************************************
003311 2260-COUNT-APPLIED.
003312     DISPLAY "ALREADY APPLIED BEFORE THE RESTART, IDENT "
003314             TRAN-IDENT.
003315     ADD 1 TO CUST-AUDIT-WRITTEN-COUNT.
003316     EVALUATE TRUE
003317         WHEN TRAN-IS-ADD
003318             ADD 1 TO CUST-ADD-COUNT
003319             SET CUST-CATCHING-UP TO TRUE
003320             PERFORM 2800-APPORTION-PAYCHECK THRU 2800-EXIT
003321             SET CUST-NOT-CATCHING-UP TO TRUE
003322         WHEN TRAN-IS-UPDATE
003323             ADD 1 TO CUST-UPDATE-COUNT
003324         WHEN TRAN-IS-DELETE
003325             ADD 1 TO CUST-DELETE-COUNT
003327         WHEN TRAN-IS-REINSTATE
003328             ADD 1 TO CUST-REINSTATE-COUNT
003329         WHEN TRAN-IS-PAYCHECK
003330             ADD 1 TO CUST-PAYCHECK-COUNT
003331             SET CUST-CATCHING-UP TO TRUE
003332             PERFORM 2800-APPORTION-PAYCHECK THRU 2800-EXIT
003333             SET CUST-NOT-CATCHING-UP TO TRUE
003334         WHEN TRAN-IS-ADDRESS-CHANGE
003335             ADD 1 TO CUST-ADDRESS-COUNT
003336         WHEN TRAN-IS-RETURNED-MAIL
003337             ADD 1 TO CUST-RETMAIL-COUNT
003338     END-EVALUATE.
003339 2260-EXIT.
003340     EXIT.
003341
003342*****************************************************************
003343*    2270-COUNT-REJECTED                                        *
003344*    A TRANSACTION THE FAILED ATTEMPT REJECTED STAYS REJECTED.  *
003345*****************************************************************
003346 2270-COUNT-REJECTED.
003347     DISPLAY "ALREADY REJECTED BEFORE THE RESTART, IDENT "
003348             TRAN-IDENT.
003349     ADD 1 TO CUST-REJECT-COUNT.
003350 2270-EXIT.
003351     EXIT.
003352
003353*****************************************************************
003354*    2280-JOURNAL-NOT-APPLIED                                   *
003355*    A TRANSACTION THAT WROTE NO AUDIT RECORD IS JOURNALLED AS  *
003356*    REJECTED OR, FOR AN INQUIRY OR AN UNKNOWN CODE, AS NO      *
003357*    CHANGE.  AN APPLIED ONE WAS JOURNALLED BY 2900.            *
003358*****************************************************************
003359 2280-JOURNAL-NOT-APPLIED.
003360     IF CUST-REJECT-COUNT > CUST-REJECTS-BEFORE
003361         SET CJRN-REJECTED TO TRUE
003362     ELSE
003363         SET CJRN-NO-CHANGE TO TRUE
003364     END-IF.
003365     PERFORM 2950-WRITE-JOURNAL THRU 2950-EXIT.
003366 2280-EXIT.
003367     EXIT.
003368
003369*****************************************************************
003370*    2300-ADD-CUSTOMER                                          *
003371*    REJECTS THE TRANSACTION IF IDENT ALREADY EXISTS ON THE      *
003372*    MASTER, AND ONLY THEN WRITES THE NEW RECORD.                *
003373*****************************************************************
003374 2300-ADD-CUSTOMER.
003375     PERFORM 2700-VALIDATE-DATE-OF-BIRTH THRU 2700-EXIT.
003376     IF CUST-DOB-INVALID
003377         DISPLAY "REJECTED - INVALID DATE OF BIRTH, IDENT "
003378                 TRAN-IDENT
003380         ADD 1 TO CUST-REJECT-COUNT
003390         GO TO 2300-EXIT
003400     END-IF.
003570     MOVE TRAN-YOB TO YOB.
003572     SET CustActive TO TRUE.
003574     MOVE ZERO TO ClosedDate.
003575     MOVE TRAN-ADDRESS TO CustAddress.
003576     IF CustAddress = SPACES
003577         MOVE ZERO TO AddressDate
003578     ELSE
003579         MOVE CUST-BUSINESS-DATE TO AddressDate
003580     END-IF.
003581     SET MailDeliverable TO TRUE.
003582     MOVE ZERO TO MailReturnedDate.
003586     WRITE CUSTOMER.
003590     ADD 1 TO CUST-ADD-COUNT.
003600     MOVE SPACES TO AUDIT-BEFORE-NAME AUDIT-BEFORE-STATUS
003605                    AUDIT-BEFORE-MAILING.
003610     MOVE ZERO TO AUDIT-BEFORE-MOB AUDIT-BEFORE-DOB
003620                  AUDIT-BEFORE-YOB AUDIT-BEFORE-CLOSED
003625                  AUDIT-BEFORE-ADDR-DATE AUDIT-BEFORE-RTN-DATE.
003630     MOVE CustName TO AUDIT-AFTER-NAME.
003640     MOVE MOB TO AUDIT-AFTER-MOB.
003650     MOVE DOB TO AUDIT-AFTER-DOB.
003660     MOVE YOB TO AUDIT-AFTER-YOB.
003662     MOVE CustStatus TO AUDIT-AFTER-STATUS.
003664     MOVE ClosedDate TO AUDIT-AFTER-CLOSED.
003667     MOVE CustMailing TO AUDIT-AFTER-MAILING.
003670     SET AUDIT-ACTION-ADD TO TRUE.
003680     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
003690     PERFORM 2800-APPORTION-PAYCHECK THRU 2800-EXIT.
003990     MOVE YOB TO AUDIT-BEFORE-YOB.
003992     MOVE CustStatus TO AUDIT-BEFORE-STATUS.
003994     MOVE ClosedDate TO AUDIT-BEFORE-CLOSED.
003997     MOVE CustMailing TO AUDIT-BEFORE-MAILING.
004000     MOVE TRAN-CUST-NAME TO CustName.
004010     MOVE TRAN-MOB TO MOB.
004020     MOVE TRAN-DOB TO DOB.
004090     MOVE YOB TO AUDIT-AFTER-YOB.
004092     MOVE CustStatus TO AUDIT-AFTER-STATUS.
004094     MOVE ClosedDate TO AUDIT-AFTER-CLOSED.
004097     MOVE CustMailing TO AUDIT-AFTER-MAILING.
004100     SET AUDIT-ACTION-UPDATE TO TRUE.
004110     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
004120 2400-EXIT.
004260     END-READ.
004270 2500-EXIT.
004280     EXIT.
004281
004282*****************************************************************
004283*    2550-DELETE-CUSTOMER                                       *
004284*    SOFT CLOSE - THE RECORD STAYS ON THE MASTER WITH A CLOSED   *
004285*    STATUS AND CLOSED DATE.  PHYSICAL REMOVAL IS LEFT TO THE    *
004286*    MONTH-END PURGE PROGRAM (CUSTPURG) ONCE THE RETENTION       *
004287*    PERIOD HAS PASSED.                                          *
004288*****************************************************************
004289 2550-DELETE-CUSTOMER.
004290     MOVE TRAN-IDENT TO Ident.
004291     READ CUSTOMER-MASTER
004293         INVALID KEY
004294             SET CUST-NOT-FOUND TO TRUE
004295         NOT INVALID KEY
004296             SET CUST-FOUND TO TRUE
004297     END-READ.
004298     IF CUST-NOT-FOUND
004299         DISPLAY "REJECTED - NOT ON FILE, IDENT " TRAN-IDENT
004300         ADD 1 TO CUST-REJECT-COUNT
004301         GO TO 2550-EXIT
004302     END-IF.
004303     IF CustClosed
004305         DISPLAY "REJECTED - ALREADY CLOSED, IDENT " TRAN-IDENT
004306         ADD 1 TO CUST-REJECT-COUNT
004307         GO TO 2550-EXIT
004308     END-IF.
004309     MOVE CustName TO AUDIT-BEFORE-NAME.
004310     MOVE MOB TO AUDIT-BEFORE-MOB.
004311     MOVE DOB TO AUDIT-BEFORE-DOB.
004312     MOVE YOB TO AUDIT-BEFORE-YOB.
004313     MOVE CustStatus TO AUDIT-BEFORE-STATUS.
004314     MOVE ClosedDate TO AUDIT-BEFORE-CLOSED.
004315     MOVE CustMailing TO AUDIT-BEFORE-MAILING.
004316     SET CustClosed TO TRUE.
004318     MOVE CUST-BUSINESS-DATE TO ClosedDate.
004319     REWRITE CUSTOMER.
004320     ADD 1 TO CUST-DELETE-COUNT.
004321     MOVE CustName TO AUDIT-AFTER-NAME.
004322     MOVE MOB TO AUDIT-AFTER-MOB.
004323     MOVE DOB TO AUDIT-AFTER-DOB.
004324     MOVE YOB TO AUDIT-AFTER-YOB.
004325     MOVE CustStatus TO AUDIT-AFTER-STATUS.
004326     MOVE ClosedDate TO AUDIT-AFTER-CLOSED.
004327     MOVE CustMailing TO AUDIT-AFTER-MAILING.
004328     SET AUDIT-ACTION-DELETE TO TRUE.
004330     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
004331 2550-EXIT.
004332     EXIT.
004333
004334*****************************************************************
004335*    2600-REINSTATE-CUSTOMER                                    *
004336*    REOPENS A SOFT-CLOSED CUSTOMER.  ONLY A CLOSED RECORD CAN   *
004337*    BE REINSTATED.                                              *
004338*****************************************************************
004339 2600-REINSTATE-CUSTOMER.
004340     MOVE TRAN-IDENT TO Ident.
004341     READ CUSTOMER-MASTER
004343         INVALID KEY
004344             SET CUST-NOT-FOUND TO TRUE
004345         NOT INVALID KEY
004346             SET CUST-FOUND TO TRUE
004347     END-READ.
004348     IF CUST-NOT-FOUND
004349         DISPLAY "REJECTED - NOT ON FILE, IDENT " TRAN-IDENT
004350         ADD 1 TO CUST-REJECT-COUNT
004351         GO TO 2600-EXIT
004352     END-IF.
004353     IF NOT CustClosed
004355         DISPLAY "REJECTED - NOT CLOSED, IDENT " TRAN-IDENT
004356         ADD 1 TO CUST-REJECT-COUNT
004357         GO TO 2600-EXIT
004358     END-IF.
004359     MOVE CustName TO AUDIT-BEFORE-NAME.
004360     MOVE MOB TO AUDIT-BEFORE-MOB.
004361     MOVE DOB TO AUDIT-BEFORE-DOB.
004362     MOVE YOB TO AUDIT-BEFORE-YOB.
004363     MOVE CustStatus TO AUDIT-BEFORE-STATUS.
004364     MOVE ClosedDate TO AUDIT-BEFORE-CLOSED.
004365     MOVE CustMailing TO AUDIT-BEFORE-MAILING.
004366     SET CustActive TO TRUE.
004368     MOVE ZERO TO ClosedDate.
004369     REWRITE CUSTOMER.
004370     ADD 1 TO CUST-REINSTATE-COUNT.
004371     MOVE CustName TO AUDIT-AFTER-NAME.
004372     MOVE MOB TO AUDIT-AFTER-MOB.
004373     MOVE DOB TO AUDIT-AFTER-DOB.
004374     MOVE YOB TO AUDIT-AFTER-YOB.
004375     MOVE CustStatus TO AUDIT-AFTER-STATUS.
004376     MOVE ClosedDate TO AUDIT-AFTER-CLOSED.
004377     MOVE CustMailing TO AUDIT-AFTER-MAILING.
004378     SET AUDIT-ACTION-REINST TO TRUE.
004379     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
004380 2600-EXIT.
004381     EXIT.
004382
004383*****************************************************************
004384*    2650-POST-PAYCHECK                                         *
004385*    A PAYCHECK FOR A CUSTOMER ALREADY ON FILE - FED BY PAYXFER *
004386*    FROM THE NET PAY OF A LINKED EMPLOYEE, OR KEYED.  ONLY AN  *
004387*    ACTIVE CUSTOMER CAN TAKE ONE.  THE MASTER IS NOT CHANGED;  *
004388*    THE PAYCHK AUDIT RECORD CARRIES THE RECORD AS IT STANDS.   *
004390*****************************************************************
004391 2650-POST-PAYCHECK.
004392     MOVE TRAN-IDENT TO Ident.
004393     READ CUSTOMER-MASTER
004394         INVALID KEY
004395             SET CUST-NOT-FOUND TO TRUE
004396         NOT INVALID KEY
004397             SET CUST-FOUND TO TRUE
004398     END-READ.
004399     IF CUST-NOT-FOUND
004400         DISPLAY "REJECTED - NOT ON FILE, IDENT " TRAN-IDENT
004401         ADD 1 TO CUST-REJECT-COUNT
004402         GO TO 2650-EXIT
004403     END-IF.
004404     IF CustClosed
004405         DISPLAY "REJECTED - CUSTOMER CLOSED, IDENT " TRAN-IDENT
004406         ADD 1 TO CUST-REJECT-COUNT
004407         GO TO 2650-EXIT
004408     END-IF.
004409     ADD 1 TO CUST-PAYCHECK-COUNT.
004410     MOVE CustName TO AUDIT-BEFORE-NAME AUDIT-AFTER-NAME.
004411     MOVE MOB TO AUDIT-BEFORE-MOB AUDIT-AFTER-MOB.
004412     MOVE DOB TO AUDIT-BEFORE-DOB AUDIT-AFTER-DOB.
004413     MOVE YOB TO AUDIT-BEFORE-YOB AUDIT-AFTER-YOB.
004414     MOVE CustStatus TO AUDIT-BEFORE-STATUS AUDIT-AFTER-STATUS.
004415     MOVE ClosedDate TO AUDIT-BEFORE-CLOSED AUDIT-AFTER-CLOSED.
004416     MOVE CustMailing TO AUDIT-BEFORE-MAILING AUDIT-AFTER-MAILING.
004417     SET AUDIT-ACTION-PAYCHK TO TRUE.
004418     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
004419     PERFORM 2800-APPORTION-PAYCHECK THRU 2800-EXIT.
004420 2650-EXIT.
004421     EXIT.
004422
004423*****************************************************************
004424*    2660-CHANGE-ADDRESS                                        *
004425*    POSTS A NEW MAILING ADDRESS FOR A CUSTOMER ALREADY ON FILE *
004426*    AND CLEARS ANY RETURNED-MAIL FLAG, SO STATEMENTS GO OUT    *
004427*    AGAIN FROM THE NEXT STMTPRT RUN.  STREET, CITY, POSTCODE   *
004428*    AND COUNTRY ARE REQUIRED; REGION IS OPTIONAL.              *
004429*****************************************************************
004430 2660-CHANGE-ADDRESS.
004431     MOVE TRAN-IDENT TO Ident.
004432     READ CUSTOMER-MASTER
004433         INVALID KEY
004434             SET CUST-NOT-FOUND TO TRUE
004435         NOT INVALID KEY
004436             SET CUST-FOUND TO TRUE
004437     END-READ.
004438     IF CUST-NOT-FOUND
004439         DISPLAY "REJECTED - NOT ON FILE, IDENT " TRAN-IDENT
004440         ADD 1 TO CUST-REJECT-COUNT
004441         GO TO 2660-EXIT
004442     END-IF.
004443     IF TRAN-STREET = SPACES OR TRAN-CITY = SPACES
004444             OR TRAN-POSTCODE = SPACES OR TRAN-COUNTRY = SPACES
004445         DISPLAY "REJECTED - INCOMPLETE ADDRESS, IDENT "
004446                 TRAN-IDENT
004447         ADD 1 TO CUST-REJECT-COUNT
004448         GO TO 2660-EXIT
004449     END-IF.
004450     MOVE CustName TO AUDIT-BEFORE-NAME.
004451     MOVE MOB TO AUDIT-BEFORE-MOB.
004452     MOVE DOB TO AUDIT-BEFORE-DOB.
004453     MOVE YOB TO AUDIT-BEFORE-YOB.
004454     MOVE CustStatus TO AUDIT-BEFORE-STATUS.
004455     MOVE ClosedDate TO AUDIT-BEFORE-CLOSED.
004456     MOVE CustMailing TO AUDIT-BEFORE-MAILING.
004457     MOVE TRAN-ADDRESS TO CustAddress.
004458     MOVE CUST-BUSINESS-DATE TO AddressDate.
004459     SET MailDeliverable TO TRUE.
004460     MOVE ZERO TO MailReturnedDate.
004461     REWRITE CUSTOMER.
004462     ADD 1 TO CUST-ADDRESS-COUNT.
004463     MOVE CustName TO AUDIT-AFTER-NAME.
004464     MOVE MOB TO AUDIT-AFTER-MOB.
004465     MOVE DOB TO AUDIT-AFTER-DOB.
004466     MOVE YOB TO AUDIT-AFTER-YOB.
004467     MOVE CustStatus TO AUDIT-AFTER-STATUS.
004468     MOVE ClosedDate TO AUDIT-AFTER-CLOSED.
004469     MOVE CustMailing TO AUDIT-AFTER-MAILING.
004470     SET AUDIT-ACTION-ADDRCH TO TRUE.
004471     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
004472 2660-EXIT.
004473     EXIT.
004474
004475*****************************************************************
004476*    2670-FLAG-RETURNED-MAIL                                    *
004477*    MAIL TO THE ADDRESS ON FILE CAME BACK.  THE CUSTOMER IS    *
004478*    FLAGGED WITH THE BUSINESS DATE, STMTPRT STOPS PRINTING     *
004479*    THEIR STATEMENTS AND BADADDR LISTS THEM UNTIL A NEW        *
004480*    ADDRESS IS POSTED.                                         *
004481*****************************************************************
004482 2670-FLAG-RETURNED-MAIL.
004483     MOVE TRAN-IDENT TO Ident.
004484     READ CUSTOMER-MASTER
004485         INVALID KEY
004486             SET CUST-NOT-FOUND TO TRUE
004487         NOT INVALID KEY
004488             SET CUST-FOUND TO TRUE
004489     END-READ.
004490     IF CUST-NOT-FOUND
004491         DISPLAY "REJECTED - NOT ON FILE, IDENT " TRAN-IDENT
004492         ADD 1 TO CUST-REJECT-COUNT
004493         GO TO 2670-EXIT
004494     END-IF.
004495     IF CustAddress = SPACES
004496         DISPLAY "REJECTED - NO ADDRESS ON FILE, IDENT "
004497                 TRAN-IDENT
004498         ADD 1 TO CUST-REJECT-COUNT
004499         GO TO 2670-EXIT
004500     END-IF.
004501     IF MailReturned
004502         DISPLAY "REJECTED - ALREADY FLAGGED RETURNED, IDENT "
004503                 TRAN-IDENT
004504         ADD 1 TO CUST-REJECT-COUNT
004505         GO TO 2670-EXIT
004506     END-IF.
004507     MOVE CustName TO AUDIT-BEFORE-NAME AUDIT-AFTER-NAME.
004508     MOVE MOB TO AUDIT-BEFORE-MOB AUDIT-AFTER-MOB.
004509     MOVE DOB TO AUDIT-BEFORE-DOB AUDIT-AFTER-DOB.
004510     MOVE YOB TO AUDIT-BEFORE-YOB AUDIT-AFTER-YOB.
004511     MOVE CustStatus TO AUDIT-BEFORE-STATUS AUDIT-AFTER-STATUS.
004512     MOVE ClosedDate TO AUDIT-BEFORE-CLOSED AUDIT-AFTER-CLOSED.
004513     MOVE CustMailing TO AUDIT-BEFORE-MAILING.
004514     SET MailReturned TO TRUE.
004515     MOVE CUST-BUSINESS-DATE TO MailReturnedDate.
004516     REWRITE CUSTOMER.
004517     ADD 1 TO CUST-RETMAIL-COUNT.
004518     MOVE CustMailing TO AUDIT-AFTER-MAILING.
004519     SET AUDIT-ACTION-RTMAIL TO TRUE.
004520     PERFORM 2900-LOG-AUDIT-RECORD THRU 2900-EXIT.
004521 2670-EXIT.
004522     EXIT.
004523
004524*****************************************************************
004310*    2700-VALIDATE-DATE-OF-BIRTH                                *
004320*    CHECKS THE MONTH IS 01-12, THE DAY IS LEGAL FOR THAT        *
004330*    MONTH (INCLUDING FEBRUARY'S 29 DAYS - LEAP YEAR IS NOT      *
004560
004570*****************************************************************
004580*    2800-APPORTION-PAYCHECK                                     *
004590*    THREE-WAY SPLIT OF A CUSTOMER'S PAYCHECK ACROSS TAX,       *
004600*    BENEFITS AND NET PAY, WEIGHTED BY NUM1/NUM2/NUM3.  PROTECTED *
004610*    AGAINST SIZE ERRORS AND A ZERO TOTAL WEIGHT SO A BAD         *
004620*    TRANSACTION CANNOT ABEND THE JOB.                            *
005030         DISPLAY "PAYCHECK " PayCheck " TAX " APPORT-TAX-AMT
005040                 " BENEFITS " APPORT-BENEFITS-AMT
005050                 " NET " APPORT-NET-AMT
005052         IF CUST-NOT-CATCHING-UP
005055             PERFORM 2850-WRITE-ACTIVITY-RECORD THRU 2850-EXIT
005057         END-IF
005060     ELSE
005070         DISPLAY "APPORTIONMENT ERROR FOR IDENT " TRAN-IDENT
005080         MOVE ZERO TO APPORT-TAX-AMT APPORT-BENEFITS-AMT
005160*    WRITES ONE BEFORE/AFTER IMAGE TO THE CUSTOMER CHANGE AUDIT   *
005170*    LOG.  THE CALLER MUST HAVE MOVED AUDIT-ACTION,               *
005180*    AUDIT-BEFORE-IMAGE AND AUDIT-AFTER-IMAGE BEFORE PERFORMING   *
005186*    THIS PARAGRAPH.  THE TRANSACTION IS THEN JOURNALLED AS       *
005192*    APPLIED ON CUSTJRNL.                                         *
005200*****************************************************************
005210 2900-LOG-AUDIT-RECORD.
005220     MOVE TRAN-IDENT TO AUDIT-IDENT.
005250     MOVE CUST-BUSINESS-DATE TO AUDIT-RUN-DATE.
005280     MOVE CURRENT-TIME-FIELD TO AUDIT-RUN-TIME.
005290     WRITE AUDIT-LOG-RECORD.
005295     ADD 1 TO CUST-AUDIT-WRITTEN-COUNT.
005296     SET CJRN-APPLIED TO TRUE.
005297     PERFORM 2950-WRITE-JOURNAL THRU 2950-EXIT.
005300 2900-EXIT.
005301     EXIT.
005302
005303*****************************************************************
005304*    2950-WRITE-JOURNAL                                         *
005305*    ONE CUSTJRNL ENTRY FOR THE CUSTTRAN RECORD JUST POSTED.    *
005306*    THE CALLER HAS SET THE OUTCOME.                            *
005307*****************************************************************
005308 2950-WRITE-JOURNAL.
005309     IF NOT CUST-JRNL-OPEN
005310         GO TO 2950-EXIT
005311     END-IF.
005312     MOVE CUST-BUSINESS-DATE TO CJRN-BUSINESS-DATE.
005313     MOVE CUST-RUN-NUMBER TO CJRN-RUN-NUMBER.
005314     MOVE CUST-TRAN-READ-COUNT TO CJRN-TRAN-NUMBER.
005315     MOVE TRAN-IDENT TO CJRN-IDENT.
005316     MOVE TRAN-CODE TO CJRN-TRAN-CODE.
005317     WRITE CUST-JOURNAL-RECORD.
005318     SET CUST-TRAN-JOURNALED TO TRUE.
005319 2950-EXIT.
005320     EXIT.
005321
005330*****************************************************************
005340*    3000-PRODUCE-MILESTONE-REPORT                               *
005350*    LISTS EVERY CUSTOMER ON FILE WITH THEIR CURRENT AGE AND     *
006820 4500-EXIT.
006821     EXIT.
006822
006823*****************************************************************
006824*    6000-WRITE-CHECKPOINT                                      *
006825*    REWRITES CUSTCKPT WITH THE LAST CUSTTRAN RECORD APPLIED    *
006826*    AND THE RUNNING COUNTS AND TOTAL - IN PROGRESS EVERY       *
006827*    INTERVAL, COMPLETE ONCE THE WHOLE FILE HAS BEEN APPLIED SO *
006828*    THE NEXT RUN STARTS FRESH.                                 *
006830*****************************************************************
006831 6000-WRITE-CHECKPOINT.
006832     MOVE ZERO TO CUST-CKPT-TOTALS.
006833     MOVE CUST-TRAN-READ-COUNT TO CUST-CKPT-COUNT(1).
006834     MOVE CUST-ADD-COUNT TO CUST-CKPT-COUNT(2).
006835     MOVE CUST-UPDATE-COUNT TO CUST-CKPT-COUNT(3).
006836     MOVE CUST-DELETE-COUNT TO CUST-CKPT-COUNT(4).
006838     MOVE CUST-REINSTATE-COUNT TO CUST-CKPT-COUNT(5).
006839     MOVE CUST-REJECT-COUNT TO CUST-CKPT-COUNT(6).
006840     MOVE CUST-AUDIT-WRITTEN-COUNT TO CUST-CKPT-COUNT(7).
006842     MOVE TOTAL-PAYCHECK-PROCESSED TO CUST-CKPT-AMOUNT(1).
006843     MOVE SPACES TO STEP-CKPT-RECORD.
006844     MOVE "COBOLTUT" TO SCKP-PROGRAM.
006846     MOVE CUST-BUSINESS-DATE TO SCKP-BUSINESS-DATE.
006847     MOVE CUST-RUN-NUMBER TO SCKP-RUN-NUMBER.
006848     MOVE CUST-CKPT-NEW-STATE TO SCKP-STATE.
006849     ACCEPT SCKP-TAKEN-DATE FROM DATE YYYYMMDD.
006850     ACCEPT SCKP-TAKEN-TIME FROM TIME.
006851     MOVE CUST-TRAN-READ-COUNT TO SCKP-RECORDS-DONE.
006852     MOVE TRAN-IDENT TO SCKP-LAST-KEY.
006854     MOVE CUST-CKPT-TOTALS TO SCKP-TOTALS.
006855     MOVE ZERO TO SCKP-MORE-TOTALS.
006856     MOVE CUST-PAYCHECK-COUNT TO SCKP-MORE-COUNT(1).
006857     MOVE CUST-ADDRESS-COUNT TO SCKP-MORE-COUNT(2).
006858     MOVE CUST-RETMAIL-COUNT TO SCKP-MORE-COUNT(3).
006859     OPEN OUTPUT CUST-CHECKPOINT.
006860     WRITE STEP-CKPT-RECORD.
006861     CLOSE CUST-CHECKPOINT.
006862     MOVE ZERO TO CUST-CKPT-SINCE.
006863     ADD 1 TO CUST-CKPT-TAKEN-COUNT.
006864 6000-EXIT.
006865     EXIT.
006867*****************************************************************
006868*    9999-TERMINATE                                             *
006869*****************************************************************
006870 9999-TERMINATE.
006871     CLOSE CUSTOMER-MASTER.
006872     CLOSE CUSTOMER-TRANS.
006873     CLOSE CUSTOMER-AUDIT.
006875     CLOSE CUSTOMER-ACTIVITY.
006876     IF CUST-JRNL-OPEN
006877         CLOSE CUST-JOURNAL
006878     END-IF.
006880     DISPLAY "ADDED:    " CUST-ADD-COUNT.
006890     DISPLAY "UPDATED:  " CUST-UPDATE-COUNT.
006892     DISPLAY "DELETED:  " CUST-DELETE-COUNT.
006894     DISPLAY "REINSTATED: " CUST-REINSTATE-COUNT.
006897     DISPLAY "PAYCHECKS: " CUST-PAYCHECK-COUNT.
006898     DISPLAY "ADDRESS CHANGES: " CUST-ADDRESS-COUNT.
006899     DISPLAY "RETURNED MAIL: " CUST-RETMAIL-COUNT.
006900     DISPLAY "REJECTED: " CUST-REJECT-COUNT.
006901     DISPLAY "CHECKPOINTS TAKEN: " CUST-CKPT-TAKEN-COUNT.
006903     IF CUST-RESTARTED
006905         DISPLAY "RESTARTED AFTER RECORD: " CUST-SKIP-COUNT
006906     END-IF.
006908     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
006910 9999-EXIT.
006920     EXIT.
006930
006952     MOVE CUST-TRAN-READ-COUNT TO RSTAT-READ-COUNT.
006953     COMPUTE RSTAT-WRITTEN-COUNT = CUST-ADD-COUNT
006954             + CUST-UPDATE-COUNT + CUST-DELETE-COUNT
006955             + CUST-REINSTATE-COUNT + CUST-PAYCHECK-COUNT
006956             + CUST-ADDRESS-COUNT + CUST-RETMAIL-COUNT.
006957     MOVE CUST-REJECT-COUNT TO RSTAT-REJECT-COUNT.
006958     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
007057     IF CUST-RESTARTED
007157         SET RSTAT-RESTARTED TO TRUE
007257     ELSE
007357         MOVE SPACE TO RSTAT-RESTART-FLAG
007457     END-IF.
007557     WRITE RUN-STAT-RECORD.
007657     CLOSE RUN-HISTORY.
007757 9900-EXIT.
007857     EXIT.
007957
008057 END PROGRAM coboltut.
