001600*                   PRE-LOADS NEXT YEAR'S RATES HERE AND HELLO  *
001700*                   PICKS UP WHICHEVER RATE IS IN EFFECT FOR    *
001800*                   THE PROCESSING DATE.                        *
001811*                                                               *
001822*                   EVERY RATE TRANSACTION IS CHECKED AGAINST   *
001833*                   THE MASTER AND THEN WAITS ON THE PENDQ      *
001844*                   APPROVAL QUEUE (PENDREC COPYBOOK) WITH THE  *
001855*                   USER WHO KEYED IT.  ONLY ROWS A DIFFERENT   *
001866*                   USER HAS SINCE APPROVED THROUGH PENDAPR ARE *
001877*                   APPLIED, AT THE START OF THE RUN, AND       *
001888*                   AUDITED WITH BOTH USER IDS.                 *
001900*                                                               *
002000*                   TRANSACTION LAYOUT (RATETRAN):              *
002100*                     COL 1     A = ADD NEW RATE ROW            *
002300*                     COL 2-3   GRADE CODE                      *
002400*                     COL 4-11  EFFECTIVE DATE (CCYYMMDD)       *
002500*                     COL 12-14 RATE, THREE IMPLIED DECIMALS    *
002533*                     COL 15-22 USER ID OF THE PERSON KEYING    *
002566*                               THE TRANSACTION                 *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    08/22/26   FT    ORIGINAL VERSION.                          *
002910*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
002920*                     SHARED RUNHIST FILE AT END OF JOB.        *
002931*    10/14/26   FT    DUAL CONTROL: EVERY RATE CHANGE NOW GOES  *
002942*                     TO THE PENDQ APPROVAL QUEUE WITH THE      *
002954*                     KEYING USER FROM THE NEW RATETRAN USER-ID *
002965*                     COLUMNS, AND ONLY APPROVED ROWS ARE       *
002977*                     APPLIED; BOTH USER IDS GO ON THE          *
002988*                     RATEAUD RECORD.                           *
002991*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK    *
002994*                     RESTART FLAG; ONLY HELLO AND COBOLTUT     *
002997*                     EVER SET IT.                              *
002998*    10/15/26   FT    AN APPROVED RATE UPDATE IS NOT APPLIED IF *
002999*                     THE RATE ON FILE HAS CHANGED SINCE THE    *
003000*                     ITEM WAS QUEUED.                          *
003001*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. RATEMNT.
003300 ENVIRONMENT DIVISION.
004600     SELECT RATE-AUDIT        ASSIGN TO "RATEAUD"
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS RATE-AUD-STATUS.
004814
004828     SELECT PEND-QUEUE        ASSIGN TO "PENDQ"
004842            ORGANIZATION IS INDEXED
004857            ACCESS MODE IS DYNAMIC
004871            RECORD KEY IS PEND-KEY
004885            FILE STATUS IS PEND-Q-STATUS.
004900
005000     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
005100            ORGANIZATION IS LINE SEQUENTIAL
006500     02  RTRN-GRADE                  PIC 9(02).
006600     02  RTRN-EFF-DATE               PIC 9(08).
006700     02  RTRN-RATE                   PIC V999.
006750     02  RTRN-USER-ID                PIC X(08).
006800
006900 FD  RATE-AUDIT.
007000     COPY RATEAUDR.
007025
007050 FD  PEND-QUEUE.
007075     COPY PENDREC.
007100
007200 FD  RUN-CONTROL
007300     RECORDING MODE IS F.
009200 01  RATE-ADD-COUNT                  PIC 9(05) VALUE ZERO.
009300 01  RATE-UPDATE-COUNT               PIC 9(05) VALUE ZERO.
009400 01  RATE-REJECT-COUNT               PIC 9(05) VALUE ZERO.
009433 01  RATE-QUEUED-COUNT               PIC 9(05) VALUE ZERO.
009466 01  RATE-NOT-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
009500 01  CURRENT-DATE-FIELDS.
009600     02  CURRENT-CCYY                PIC 9(04).
009700     02  CURRENT-MM                  PIC 9(02).
009900 01  CURRENT-TIME-FIELD              PIC 9(08).
010000 01  RATE-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
010010 01  RATE-RUN-NUMBER                 PIC 9(05) VALUE ZERO.
010011*    DUAL-CONTROL WORK AREAS.                                    *
010013 01  PEND-Q-STATUS                   PIC X(02).
010015 01  PEND-Q-EOF-SW                   PIC X(01) VALUE "N".
010016     88  PEND-Q-EOF                           VALUE "Y".
010018 01  RATE-NEXT-SEQ                   PIC 9(04) VALUE 1.
010020*    RUN-STATISTICS WORK AREAS.                                  *
010030 01  RUN-HIST-STATUS                 PIC X(02).
010040 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
010600*****************************************************************
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010850     PERFORM 1500-APPLY-APPROVED-RATES THRU 1500-EXIT.
010900     IF RATE-TRAN-AVAILABLE
011000         PERFORM 2100-READ-RATE-TRANSACTION THRU 2100-EXIT
011100         PERFORM 2000-APPLY-RATE-TRANSACTION THRU 2000-EXIT
013900         CLOSE RATE-AUDIT
014000         OPEN EXTEND RATE-AUDIT
014100     END-IF.
014111     OPEN I-O PEND-QUEUE.
014122     IF PEND-Q-STATUS = "35" OR "05"
014133         CLOSE PEND-QUEUE
014144         OPEN OUTPUT PEND-QUEUE
014155         CLOSE PEND-QUEUE
014166         OPEN I-O PEND-QUEUE
014177     END-IF.
014188     PERFORM 1150-FIND-NEXT-QUEUE-SEQ THRU 1150-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400
016700     END-IF.
016800 1050-EXIT.
016900     EXIT.
016901
016902*****************************************************************
016904*    1150-FIND-NEXT-QUEUE-SEQ                                   *
016905*    THE NEXT FREE PENDQ SEQUENCE NUMBER FOR THE BUSINESS       *
016906*    DATE - ONE PAST THE HIGHEST ALREADY QUEUED ON THAT DATE.   *
016908*****************************************************************
016909 1150-FIND-NEXT-QUEUE-SEQ.
016910     MOVE 1 TO RATE-NEXT-SEQ.
016912     MOVE "N" TO PEND-Q-EOF-SW.
016913     MOVE RATE-BUSINESS-DATE TO PEND-QUEUE-DATE.
016914     MOVE ZERO TO PEND-SEQ-NUMBER.
016916     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
016917         INVALID KEY
016919             SET PEND-Q-EOF TO TRUE
016920     END-START.
016921     PERFORM 1160-READ-NEXT-SEQ THRU 1160-EXIT
016923         UNTIL PEND-Q-EOF.
016924 1150-EXIT.
016925     EXIT.
016927
016928 1160-READ-NEXT-SEQ.
016929     READ PEND-QUEUE NEXT RECORD
016931         AT END
016932             SET PEND-Q-EOF TO TRUE
016934             GO TO 1160-EXIT
016935     END-READ.
016936     IF PEND-QUEUE-DATE NOT = RATE-BUSINESS-DATE
016938         SET PEND-Q-EOF TO TRUE
016939         GO TO 1160-EXIT
016940     END-IF.
016942     COMPUTE RATE-NEXT-SEQ = PEND-SEQ-NUMBER + 1.
016943 1160-EXIT.
016944     EXIT.
016946
016947*****************************************************************
016948*    1500-APPLY-APPROVED-RATES                                  *
016950*    RATE CHANGES APPROVED ON THE PENDQ QUEUE SINCE THE LAST    *
016951*    RUN ARE APPLIED BEFORE TONIGHT'S TRANSACTIONS ARE QUEUED.  *
016953*    THE ROW IS CHECKED AGAIN AGAINST THE MASTER, SINCE IT MAY  *
016954*    HAVE CHANGED WHILE THE ITEM WAITED.  AN ITEM WHOSE         *
016955*    APPROVER IS BLANK OR IS THE USER WHO KEYED IT IS NEVER     *
016957*    APPLIED.                                                   *
016958*****************************************************************
016959 1500-APPLY-APPROVED-RATES.
016961     MOVE "N" TO PEND-Q-EOF-SW.
016962     MOVE LOW-VALUES TO PEND-KEY.
016963     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
016965         INVALID KEY
016966             SET PEND-Q-EOF TO TRUE
016968     END-START.
016969     PERFORM 1550-EXAMINE-ONE-QUEUED THRU 1550-EXIT
016970         UNTIL PEND-Q-EOF.
016972 1500-EXIT.
016973     EXIT.
016974
016976 1550-EXAMINE-ONE-QUEUED.
016977     READ PEND-QUEUE NEXT RECORD
016978         AT END
016980             SET PEND-Q-EOF TO TRUE
016981             GO TO 1550-EXIT
016982     END-READ.
016984     IF NOT PEND-TYPE-RATE OR NOT PEND-APPROVED
016985         GO TO 1550-EXIT
016987     END-IF.
016988     IF PEND-APPROVED-BY = SPACES
016989             OR PEND-APPROVED-BY = PEND-ENTERED-BY
016991         MOVE "NOT DUAL-CONTROLLED" TO PEND-REMARK
016992         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
016993         GO TO 1550-EXIT
016995     END-IF.
016996     MOVE PEND-RATE-GRADE TO RATE-GRADE-CODE.
016997     MOVE PEND-RATE-EFF-DATE TO RATE-EFF-DATE.
016999     READ RATE-MASTER
017000         INVALID KEY
017002             SET RATE-NOT-FOUND TO TRUE
017003         NOT INVALID KEY
017004             SET RATE-FOUND TO TRUE
017006     END-READ.
017007     IF PEND-RATE-ADD
017008         PERFORM 1600-POST-RATE-ADD THRU 1600-EXIT
017010     ELSE
017011         PERFORM 1700-POST-RATE-UPDATE THRU 1700-EXIT
017012     END-IF.
017014 1550-EXIT.
017015     EXIT.
017017
017018 1580-MARK-APPLIED.
017019     SET PEND-APPLIED TO TRUE.
017021     MOVE RATE-BUSINESS-DATE TO PEND-STATUS-DATE.
017022     REWRITE PEND-RECORD.
017023 1580-EXIT.
017025     EXIT.
017026
017027 1590-MARK-NOT-APPLIED.
017029     DISPLAY "APPROVED RATE CHANGE NOT APPLIED, ITEM "
017030             PEND-QUEUE-DATE "-" PEND-SEQ-NUMBER " - "
017031             PEND-REMARK.
017033     SET PEND-NOT-APPLIED TO TRUE.
017034     MOVE RATE-BUSINESS-DATE TO PEND-STATUS-DATE.
017036     REWRITE PEND-RECORD.
017037     ADD 1 TO RATE-NOT-APPLIED-COUNT.
017038 1590-EXIT.
017040     EXIT.
017041
017042*****************************************************************
017044*    1600-POST-RATE-ADD                                         *
017045*****************************************************************
017046 1600-POST-RATE-ADD.
017048     IF RATE-FOUND
017049         MOVE "RATE ALREADY ON FILE" TO PEND-REMARK
017051         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
017052         GO TO 1600-EXIT
017053     END-IF.
017055     MOVE PEND-RATE-GRADE TO RATE-GRADE-CODE.
017056     MOVE PEND-RATE-EFF-DATE TO RATE-EFF-DATE.
017057     MOVE PEND-RATE-AFTER TO RATE-DEDUCT-RATE.
017059     WRITE RATE-RECORD.
017060     ADD 1 TO RATE-ADD-COUNT.
017061     MOVE ZERO TO RAUD-BEFORE-RATE.
017063     MOVE PEND-RATE-AFTER TO RAUD-AFTER-RATE.
017064     SET RAUD-ACTION-ADD TO TRUE.
017065     PERFORM 2900-LOG-RATE-AUDIT THRU 2900-EXIT.
017067     PERFORM 1580-MARK-APPLIED THRU 1580-EXIT.
017068 1600-EXIT.
017070     EXIT.
017071
017072*****************************************************************
017074*    1700-POST-RATE-UPDATE                                      *
017075*    AN UPDATE WHOSE ROW NO LONGER HOLDS THE RATE THE APPROVER  *
017076*    WAS SHOWN IS NOT APPLIED.                                  *
017077*****************************************************************
017078 1700-POST-RATE-UPDATE.
017079     IF RATE-NOT-FOUND
017080         MOVE "RATE NOT ON FILE" TO PEND-REMARK
017081         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
017082         GO TO 1700-EXIT
017083     END-IF.
017084     IF RATE-DEDUCT-RATE NOT = PEND-RATE-BEFORE
017085         MOVE "RATE CHGD SINCE QUEUED" TO PEND-REMARK
017086         PERFORM 1590-MARK-NOT-APPLIED THRU 1590-EXIT
017087         GO TO 1700-EXIT
017088     END-IF.
017089     MOVE RATE-DEDUCT-RATE TO RAUD-BEFORE-RATE.
017090     MOVE PEND-RATE-AFTER TO RATE-DEDUCT-RATE.
017091     REWRITE RATE-RECORD.
017092     ADD 1 TO RATE-UPDATE-COUNT.
017093     MOVE PEND-RATE-AFTER TO RAUD-AFTER-RATE.
017094     SET RAUD-ACTION-UPDATE TO TRUE.
017095     PERFORM 2900-LOG-RATE-AUDIT THRU 2900-EXIT.
017096     PERFORM 1580-MARK-APPLIED THRU 1580-EXIT.
017097 1700-EXIT.
017098     EXIT.
017099
017100*****************************************************************
017200*    2000-APPLY-RATE-TRANSACTION                                *
017300*****************************************************************
017400 2000-APPLY-RATE-TRANSACTION.
017411     IF RTRN-USER-ID = SPACES
017422         DISPLAY "REJECTED - RATE TRANSACTION CARRIES NO USER "
017433                 "ID, GRADE " RTRN-GRADE " EFFECTIVE "
017444                 RTRN-EFF-DATE
017455         ADD 1 TO RATE-REJECT-COUNT
017466         PERFORM 2100-READ-RATE-TRANSACTION THRU 2100-EXIT
017477         GO TO 2000-EXIT
017488     END-IF.
017500     EVALUATE TRUE
017600         WHEN RTRN-IS-ADD
017700             PERFORM 2300-ADD-RATE THRU 2300-EXIT
021200         ADD 1 TO RATE-REJECT-COUNT
021300         GO TO 2300-EXIT
021400     END-IF.
021600     MOVE SPACES TO PEND-DETAIL.
021800     SET PEND-RATE-ADD TO TRUE.
022000     MOVE ZERO TO PEND-RATE-BEFORE.
022200     PERFORM 2950-QUEUE-RATE-CHANGE THRU 2950-EXIT.
022400 2300-EXIT.
022500     EXIT.
022600
024200         ADD 1 TO RATE-REJECT-COUNT
024300         GO TO 2400-EXIT
024400     END-IF.
024560     MOVE SPACES TO PEND-DETAIL.
024720     SET PEND-RATE-UPDATE TO TRUE.
024880     MOVE RATE-DEDUCT-RATE TO PEND-RATE-BEFORE.
025040     PERFORM 2950-QUEUE-RATE-CHANGE THRU 2950-EXIT.
025200 2400-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*    2900-LOG-RATE-AUDIT                                        *
025675*    LOGS AN APPROVED CHANGE AS IT IS APPLIED.  THE CALLER MUST *
025750*    HAVE SET RAUD-ACTION AND THE BEFORE AND AFTER RATES        *
025825*    BEFORE PERFORMING THIS PARAGRAPH.                          *
025900*****************************************************************
026000 2900-LOG-RATE-AUDIT.
026060     MOVE PEND-RATE-GRADE TO RAUD-GRADE-CODE.
026120     MOVE PEND-RATE-EFF-DATE TO RAUD-EFF-DATE.
026180     MOVE PEND-ENTERED-BY TO RAUD-ENTERED-BY.
026240     MOVE PEND-APPROVED-BY TO RAUD-APPROVED-BY.
026300     MOVE RATE-BUSINESS-DATE TO RAUD-RUN-DATE.
026400     ACCEPT CURRENT-TIME-FIELD FROM TIME.
026500     MOVE CURRENT-TIME-FIELD TO RAUD-RUN-TIME.
026600     WRITE RATE-AUDIT-RECORD.
026700 2900-EXIT.
026800     EXIT.
026802
026805*****************************************************************
026808*    2950-QUEUE-RATE-CHANGE                                     *
026811*    WRITES ONE PENDING RATE CHANGE TO THE PENDQ QUEUE UNDER    *
026814*    THE NEXT SEQUENCE NUMBER FOR THE BUSINESS DATE.  THE       *
026817*    CALLER MUST HAVE SET THE ADD/UPDATE ACTION AND THE         *
026820*    BEFORE RATE.                                               *
026822*****************************************************************
026825 2950-QUEUE-RATE-CHANGE.
026828     SET PEND-TYPE-RATE TO TRUE.
026831     MOVE RTRN-GRADE TO PEND-RATE-GRADE.
026834     MOVE RTRN-EFF-DATE TO PEND-RATE-EFF-DATE.
026837     MOVE RTRN-RATE TO PEND-RATE-AFTER.
026840     MOVE RATE-BUSINESS-DATE TO PEND-QUEUE-DATE PEND-STATUS-DATE.
026842     MOVE RATE-NEXT-SEQ TO PEND-SEQ-NUMBER.
026845     SET PEND-PENDING TO TRUE.
026848     MOVE RTRN-USER-ID TO PEND-ENTERED-BY.
026851     ACCEPT CURRENT-TIME-FIELD FROM TIME.
026854     MOVE CURRENT-TIME-FIELD TO PEND-QUEUE-TIME.
026857     MOVE SPACES TO PEND-APPROVED-BY PEND-REMARK.
026860     WRITE PEND-RECORD
026862         INVALID KEY
026865             DISPLAY "*** PENDQ KEY " PEND-KEY " ALREADY USED - "
026868                     "CHANGE NOT QUEUED ***"
026871             ADD 1 TO RATE-REJECT-COUNT
026874             GO TO 2950-EXIT
026877     END-WRITE.
026880     ADD 1 TO RATE-NEXT-SEQ.
026882     ADD 1 TO RATE-QUEUED-COUNT.
026885     DISPLAY "QUEUED FOR APPROVAL - RATE " RTRN-CODE ", GRADE "
026888             RTRN-GRADE " EFFECTIVE " RTRN-EFF-DATE ", ITEM "
026891             PEND-QUEUE-DATE "-" PEND-SEQ-NUMBER.
026894 2950-EXIT.
026897     EXIT.
026900
027000*****************************************************************
027100*    9999-TERMINATE                                             *
027600         CLOSE RATE-TRANS
027700     END-IF.
027800     CLOSE RATE-AUDIT.
027850     CLOSE PEND-QUEUE.
027900     DISPLAY "RATES ADDED:    " RATE-ADD-COUNT.
028000     DISPLAY "RATES UPDATED:  " RATE-UPDATE-COUNT.
028037     DISPLAY "RATES REJECTED: " RATE-REJECT-COUNT.
028075     DISPLAY "RATES QUEUED:   " RATE-QUEUED-COUNT.
028112     DISPLAY "NOT APPLIED:    " RATE-NOT-APPLIED-COUNT.
028150     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
028200 9999-EXIT.
028300     EXIT.
028473     ACCEPT STAT-END-TIME FROM TIME.
028474     MOVE STAT-END-DATE TO RSTAT-END-DATE.
028475     MOVE STAT-END-TIME TO RSTAT-END-TIME.
028476     COMPUTE RSTAT-READ-COUNT = RATE-QUEUED-COUNT
028478             + RATE-REJECT-COUNT.
028480     COMPUTE RSTAT-WRITTEN-COUNT = RATE-ADD-COUNT
028482             + RATE-UPDATE-COUNT + RATE-QUEUED-COUNT.
028484     COMPUTE RSTAT-REJECT-COUNT = RATE-REJECT-COUNT
028486             + RATE-NOT-APPLIED-COUNT.
028487     MOVE SPACE TO RSTAT-RESTART-FLAG.
028488     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
028490     WRITE RUN-STAT-RECORD.
028492     CLOSE RUN-HISTORY.
028494 9900-EXIT.
028496     EXIT.
028498
028500 END PROGRAM RATEMNT.
