000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  TAXSUM                                      *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / CUSTOMER STATEMENTS              *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  YEAR-END CUSTOMER TAX AND BENEFITS SUMMARY. *
001000*                   TOTALS THE PAYCHECK, TAX, BENEFITS AND NET  *
001100*                   AMOUNTS OF EVERY APPORTIONMENT DATED IN THE *
001200*                   TAX YEAR, PER CUSTOMER, ACROSS THE LIVE     *
001300*                   CUSTACTV ACTIVITY HISTORY (ACTVREC) AND THE *
001400*                   CUSTACTA ARCHIVE ACTVARCH HAS ROLLED OLDER  *
001500*                   RECORDS TO (ACTARCHR).  EVERY CUSTOMER WITH *
001600*                   ACTIVITY IN THE YEAR GETS ONE SUMMARY       *
001700*                   NOTICE ON TAXNOTE - CLOSED CUSTOMERS TOO,   *
001800*                   WITH THE DATE THEY CLOSED, AND CUSTOMERS    *
001900*                   CUSTPURG HAS SINCE REMOVED FROM CUSTMAST,   *
002000*                   UNDER THEIR IDENT ALONE - AND ONE DETAIL ON *
002100*                   THE TAXFILE FILING FILE (TAXFILR COPYBOOK)  *
002200*                   FOR THE TAX AUTHORITY.                      *
002300*                                                               *
002400*                   THE TAXPARM FILE GIVES THE TAX YEAR (COLS   *
002500*                   1-4, DEFAULT THE YEAR BEFORE THE BUSINESS   *
002600*                   DATE'S), THE MODE (COL 5, BLANK OR "O" FOR  *
002700*                   THE ORIGINAL FILING, "C" FOR A CORRECTION)  *
002800*                   AND, FOR A CORRECTION, THE CUSTOMER IDENT   *
002900*                   (COLS 6-8).  A CORRECTION REISSUES THAT ONE *
003000*                   CUSTOMER'S NOTICE FROM THE FILES AS THEY    *
003100*                   NOW STAND, MARKED AS A CORRECTION, ON A     *
003200*                   FILING FILE OF ITS OWN MARKED THE SAME WAY. *
003210*                   THAT FILE IS TAXCORR, SO THE TAXFILE        *
003220*                   ALREADY FILED IS NEVER OVERWRITTEN.         *
003300*                                                               *
003400*                   EACH CUSTACTA BATCH MUST PROVE TO ITS OWN   *
003500*                   TRAILER COUNT; AN ARCHIVE THAT DOES NOT, OR *
003600*                   A PARAMETER THAT IS NOT VALID, STOPS THE    *
003700*                   RUN WITH RETURN CODE 16 AND NO FILING.      *
003800*                   RUN ON DEMAND EACH JANUARY - NOT PART OF    *
003900*                   THE NIGHTLY JOB, LIKE ACTVARCH.             *
004000*                                                               *
004100*    MODIFICATION HISTORY                                       *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    10/14/26   FT    ORIGINAL VERSION.                          *
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. TAXSUM.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CUSTOMER-MASTER   ASSIGN TO "CUSTMAST"
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS RANDOM
005300            RECORD KEY IS Ident
005400            FILE STATUS IS CUST-MAST-STATUS.
005500
005600     SELECT CUSTOMER-ACTIVITY ASSIGN TO "CUSTACTV"
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE IS DYNAMIC
005900            RECORD KEY IS ACTV-KEY
006000            FILE STATUS IS CUST-ACTV-STATUS.
006100
006200     SELECT ACTIVITY-ARCHIVE  ASSIGN TO "CUSTACTA"
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS IS ACTV-ARCH-STATUS.
006500
006600     SELECT TAX-PARM-FILE     ASSIGN TO "TAXPARM"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS TAX-PARM-STATUS.
006900
007000     SELECT TAX-NOTICE-REPORT ASSIGN TO "TAXNOTE"
007100            ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT TAX-FILING-FILE   ASSIGN TO "TAXFILE"
007400            ORGANIZATION IS LINE SEQUENTIAL.
007410
007420     SELECT TAX-CORRECTION-FILE ASSIGN TO "TAXCORR"
007430            ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS IS RUN-CTL-STATUS.
007900
008000     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
008100            ORGANIZATION IS LINE SEQUENTIAL
008200            FILE STATUS IS RUN-HIST-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CUSTOMER-MASTER.
008700     COPY CUSTREC.
008800
008900 FD  CUSTOMER-ACTIVITY.
009000     COPY ACTVREC.
009100
009200 FD  ACTIVITY-ARCHIVE
009300     RECORDING MODE IS F.
009400     COPY ACTARCHR.
009500
009600 FD  TAX-PARM-FILE
009700     RECORDING MODE IS F.
009800 01  TAX-PARM-RECORD.
009900     02  TPRM-TAX-YEAR               PIC X(04).
010000     02  TPRM-MODE                   PIC X(01).
010100     02  TPRM-IDENT                  PIC X(03).
010200
010300 FD  TAX-NOTICE-REPORT
010400     RECORDING MODE IS F.
010500 01  TAX-NOTICE-LINE                 PIC X(80).
010600
010700 FD  TAX-FILING-FILE
010800     RECORDING MODE IS F.
010900 01  TAX-FILING-LINE                 PIC X(79).
010910
010920 FD  TAX-CORRECTION-FILE
010930     RECORDING MODE IS F.
010940 01  TAX-CORRECTION-LINE             PIC X(79).
011000
011100 FD  RUN-CONTROL
011200     RECORDING MODE IS F.
011300     COPY RUNCTL.
011400
011500 FD  RUN-HISTORY
011600     RECORDING MODE IS F.
011700     COPY RUNSTAT.
011800
011900 WORKING-STORAGE SECTION.
012000 01  CUST-MAST-STATUS                PIC X(02).
012100 01  CUST-ACTV-STATUS                PIC X(02).
012200 01  ACTV-ARCH-STATUS                PIC X(02).
012300 01  TAX-PARM-STATUS                 PIC X(02).
012400 01  RUN-CTL-STATUS                  PIC X(02).
012500 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
012600     88  RUN-CTL-AVAILABLE                    VALUE "Y".
012700     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
012800 01  CUST-MAST-AVAILABLE-SW          PIC X(01) VALUE "N".
012900     88  CUST-MAST-AVAILABLE                  VALUE "Y".
013000 01  ACTV-EOF-SW                     PIC X(01) VALUE "N".
013100     88  ACTV-EOF                             VALUE "Y".
013200 01  ARCH-EOF-SW                     PIC X(01) VALUE "N".
013300     88  ARCH-EOF                             VALUE "Y".
013400 01  ARCH-IN-BATCH-SW                PIC X(01) VALUE "N".
013500     88  ARCH-IN-BATCH                        VALUE "Y".
013600     88  ARCH-NOT-IN-BATCH                    VALUE "N".
013700*    SET WHEN THE RUN MAY NOT FILE - A BAD PARAMETER OR AN      *
013800*    ARCHIVE THAT DOES NOT PROVE.  NOTHING IS WRITTEN THEN.     *
013900 01  TXS-REFUSED-SW                  PIC X(01) VALUE "N".
014000     88  TXS-REFUSED                          VALUE "Y".
014100     88  TXS-OK                               VALUE "N".
014200 01  TXS-MODE-SW                     PIC X(01) VALUE "O".
014300     88  TXS-ORIGINAL-RUN                     VALUE "O".
014400     88  TXS-CORRECTION-RUN                   VALUE "C".
014500 01  TXS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
014600 01  TXS-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
014700 01  TXS-TAX-YEAR                    PIC 9(04) VALUE ZERO.
014800 01  TXS-CORRECT-IDENT               PIC 9(03) VALUE ZERO.
014900 01  CURRENT-DATE-FIELDS.
015000     02  CURRENT-CCYY                PIC 9(04).
015100     02  CURRENT-MM                  PIC 9(02).
015200     02  CURRENT-DD                  PIC 9(02).
015300*    RUN-STATISTICS WORK AREAS.                                 *
015400 01  RUN-HIST-STATUS                 PIC X(02).
015500 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
015600 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
015700 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
015800 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
015900
016000*    ARCHIVED DETAIL IMAGES ARE UNPACKED HERE - THE SAME        *
016100*    FIELD-FOR-FIELD LAYOUT AS THE ACTVREC ACTIVITY-RECORD.     *
016200 01  ARCH-ACTIVITY-WORK.
016300     02  ARCH-IDENT                  PIC 9(03).
016400     02  ARCH-RUN-DATE               PIC 9(08).
016500     02  ARCH-SEQ-NO                 PIC 9(03).
016600     02  ARCH-PAYCHECK-AMT           PIC 9(04)V99.
016700     02  ARCH-TAX-AMT                PIC 9(06)V99.
016800     02  ARCH-BENEFITS-AMT           PIC 9(06)V99.
016900     02  ARCH-NET-AMT                PIC 9(06)V99.
017000 01  ARCH-BATCH-COUNT                PIC 9(05) VALUE ZERO.
017100 01  ARCH-BATCH-DETAILS              PIC 9(07) VALUE ZERO.
017200 01  ARCH-DETAIL-COUNT               PIC 9(07) VALUE ZERO.
017300
017310*    FILING RECORD, BUILT HERE AND WRITTEN TO TAXFILE OR, ON A  *
017320*    CORRECTION, TO TAXCORR.                                    *
017330     COPY TAXFILR.
017340
017400*    ONE ENTRY PER POSSIBLE IDENT (000-999), SUBSCRIPTED BY THE *
017500*    IDENT PLUS ONE, HOLDING THE CUSTOMER'S TOTALS FOR THE YEAR *
017600*    FROM BOTH FILES.                                           *
017700 01  TXS-CUSTOMER-TABLE.
017800     02  TXS-CUST-ENTRY OCCURS 1000 TIMES.
017900         03  TXS-ITEM-COUNT          PIC 9(05).
018000         03  TXS-PAYCHECK-TOT        PIC 9(08)V99.
018100         03  TXS-TAX-TOT             PIC 9(08)V99.
018200         03  TXS-BENEFITS-TOT        PIC 9(08)V99.
018300         03  TXS-NET-TOT             PIC 9(08)V99.
018400 01  TXS-SUB                         PIC 9(04) VALUE ZERO.
018500 01  TXS-ITEM-IDENT                  PIC 9(03) VALUE ZERO.
018600 01  TXS-ITEM-DATE                   PIC 9(08) VALUE ZERO.
018700 01  TXS-ITEM-PAYCHECK               PIC 9(04)V99 VALUE ZERO.
018800 01  TXS-ITEM-TAX                    PIC 9(06)V99 VALUE ZERO.
018900 01  TXS-ITEM-BENEFITS               PIC 9(06)V99 VALUE ZERO.
019000 01  TXS-ITEM-NET                    PIC 9(06)V99 VALUE ZERO.
019100
019200*    CONTROL COUNTS AND FILING HASH TOTALS.                     *
019300 01  TXS-LIVE-READ-COUNT             PIC 9(07) VALUE ZERO.
019400 01  TXS-LIVE-USED-COUNT             PIC 9(07) VALUE ZERO.
019500 01  TXS-ARCH-USED-COUNT             PIC 9(07) VALUE ZERO.
019600 01  TXS-NOTICE-COUNT                PIC 9(05) VALUE ZERO.
019700 01  TXS-CLOSED-NOTICE-COUNT         PIC 9(05) VALUE ZERO.
019800 01  TXS-UNKNOWN-NOTICE-COUNT        PIC 9(05) VALUE ZERO.
019900 01  TXS-FILING-COUNT                PIC 9(07) VALUE ZERO.
020000 01  TXS-PAYCHECK-HASH               PIC 9(11)V99 VALUE ZERO.
020100 01  TXS-TAX-HASH                    PIC 9(11)V99 VALUE ZERO.
020200 01  TXS-BENEFITS-HASH               PIC 9(11)V99 VALUE ZERO.
020300 01  TXS-NET-HASH                    PIC 9(11)V99 VALUE ZERO.
020400
020500*    SUMMARY NOTICE LINES.                                      *
020600 01  TXS-RPT-TITLE.
020700     02  FILLER PIC X(36)
020800         VALUE "YEAR-END TAX AND BENEFITS SUMMARY".
020900     02  FILLER PIC X(10) VALUE "TAX YEAR".
021000     02  TXS-TITLE-YEAR              PIC 9(04).
021100     02  FILLER PIC X(04) VALUE SPACES.
021200     02  FILLER PIC X(10) VALUE "RUN DATE:".
021300     02  TXS-TITLE-DATE              PIC 9(08).
021400     02  FILLER PIC X(08) VALUE SPACES.
021500 01  TXS-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
021600 01  TXS-NOTICE-HDG-1.
021700     02  FILLER PIC X(36)
021800         VALUE "TAX AND BENEFITS SUMMARY - TAX YEAR".
021900     02  TXS-HDG-YEAR                PIC 9(04).
022000     02  FILLER PIC X(40) VALUE SPACES.
022100 01  TXS-CORRECTION-LINE.
022200     02  FILLER PIC X(35)
022300         VALUE "*** CORRECTED NOTICE - REPLACES THE".
022400     02  FILLER PIC X(45) VALUE " NOTICE ISSUED EARLIER ***".
022500 01  TXS-NOTICE-HDG-2.
022600     02  FILLER PIC X(09) VALUE "CUSTOMER".
022700     02  TXS-HDG-IDENT               PIC 999.
022800     02  FILLER                      PIC X(02) VALUE SPACES.
022900     02  TXS-HDG-NAME                PIC X(24).
023000     02  TXS-HDG-STATUS              PIC X(20).
023100     02  TXS-HDG-CLOSED-DATE         PIC X(08).
023200     02  FILLER                      PIC X(14) VALUE SPACES.
023300 01  TXS-AMOUNT-LINE.
023400     02  FILLER                      PIC X(04) VALUE SPACES.
023500     02  TXS-AMT-LABEL               PIC X(30).
023600     02  TXS-AMT-VALUE               PIC ZZ,ZZZ,ZZ9.99.
023700     02  FILLER                      PIC X(33) VALUE SPACES.
023710 01  TXS-HASH-LINE.
023720     02  FILLER                      PIC X(04) VALUE SPACES.
023730     02  TXS-HASH-LABEL              PIC X(30).
023740     02  TXS-HASH-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023750     02  FILLER                      PIC X(29) VALUE SPACES.
023800 01  TXS-COUNT-LINE.
023900     02  FILLER                      PIC X(04) VALUE SPACES.
024000     02  TXS-CNT-LABEL               PIC X(30).
024100     02  TXS-CNT-VALUE               PIC ZZZZZZ9.
024200     02  FILLER                      PIC X(39) VALUE SPACES.
024300 01  TXS-MESSAGE-LINE.
024400     02  TXS-MSG-TEXT                PIC X(80).
024500
024600 PROCEDURE DIVISION.
024700
024800*****************************************************************
024900*    0000-MAINLINE                                              *
025000*****************************************************************
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025300     IF TXS-OK
025400         PERFORM 2000-ADD-UP-ARCHIVE THRU 2000-EXIT
025500     END-IF.
025600     IF TXS-OK
025700         PERFORM 3000-ADD-UP-LIVE-ACTIVITY THRU 3000-EXIT
025800     END-IF.
025900     IF TXS-OK
026000         PERFORM 4000-ISSUE-NOTICES THRU 4000-EXIT
026100     END-IF.
026200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
026300     STOP RUN.
026400
026500*****************************************************************
026600*    1000-INITIALIZE                                            *
026700*****************************************************************
026800 1000-INITIALIZE.
026900     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
027000     ACCEPT STAT-START-TIME FROM TIME.
027100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027200     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
027300     IF TXS-REFUSED
027400         GO TO 1000-EXIT
027500     END-IF.
027600     MOVE ZERO TO TXS-CUSTOMER-TABLE.
027700     OPEN INPUT CUSTOMER-MASTER.
027800     IF CUST-MAST-STATUS = "35"
027900         DISPLAY "NO CUSTOMER MASTER FILE - NOTICES CARRY THE "
028000                 "IDENT ONLY"
028100     ELSE
028200         SET CUST-MAST-AVAILABLE TO TRUE
028300     END-IF.
028400     IF TXS-CORRECTION-RUN
028500         DISPLAY "CORRECTED NOTICE FOR CUSTOMER "
028600                 TXS-CORRECT-IDENT ", TAX YEAR " TXS-TAX-YEAR
028700     ELSE
028800         DISPLAY "YEAR-END SUMMARY FOR TAX YEAR " TXS-TAX-YEAR
028900     END-IF.
029000 1000-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*    1050-GET-BUSINESS-DATE                                     *
029500*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
029600*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
029700*****************************************************************
029800 1050-GET-BUSINESS-DATE.
029900     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
030000     OPEN INPUT RUN-CONTROL.
030100     IF RUN-CTL-STATUS NOT = "35"
030200         READ RUN-CONTROL
030300             NOT AT END
030400                 SET RUN-CTL-AVAILABLE TO TRUE
030500                 MOVE RUN-BUSINESS-DATE TO TXS-BUSINESS-DATE
030600                 MOVE RUN-NUMBER TO TXS-RUN-NUMBER
030700         END-READ
030800         CLOSE RUN-CONTROL
030900     END-IF.
031000     IF RUN-CTL-NOT-AVAILABLE
031100         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
031200         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
031300         MOVE CURRENT-CCYY TO TXS-BUSINESS-DATE(1:4)
031400         MOVE CURRENT-MM TO TXS-BUSINESS-DATE(5:2)
031500         MOVE CURRENT-DD TO TXS-BUSINESS-DATE(7:2)
031600     END-IF.
031700 1050-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*    1100-READ-PARAMETERS                                       *
032200*    NO PARAMETER FILE, OR A BLANK YEAR, MEANS THE ORIGINAL     *
032300*    FILING FOR THE YEAR BEFORE THE BUSINESS DATE'S.  A YEAR,   *
032400*    MODE OR CORRECTION IDENT THAT IS NOT VALID IS REFUSED      *
032500*    RATHER THAN DEFAULTED - A FILING FOR THE WRONG YEAR OR THE *
032600*    WRONG CUSTOMER CANNOT BE TAKEN BACK.                       *
032700*****************************************************************
032800 1100-READ-PARAMETERS.
032900     MOVE TXS-BUSINESS-DATE(1:4) TO TXS-TAX-YEAR.
033000     SUBTRACT 1 FROM TXS-TAX-YEAR.
033100     OPEN INPUT TAX-PARM-FILE.
033200     IF TAX-PARM-STATUS = "35"
033300         GO TO 1100-EXIT
033400     END-IF.
033500     MOVE SPACES TO TAX-PARM-RECORD.
033600     READ TAX-PARM-FILE
033700         AT END
033800             MOVE SPACES TO TAX-PARM-RECORD
033900     END-READ.
034000     CLOSE TAX-PARM-FILE.
034100     IF TPRM-TAX-YEAR NOT = SPACES
034200         IF TPRM-TAX-YEAR IS NUMERIC
034300                 AND TPRM-TAX-YEAR NOT > TXS-BUSINESS-DATE(1:4)
034400             MOVE TPRM-TAX-YEAR TO TXS-TAX-YEAR
034500         ELSE
034600             DISPLAY "*** TAXPARM TAX YEAR " TPRM-TAX-YEAR
034700                     " NOT VALID - NOTHING FILED ***"
034800             SET TXS-REFUSED TO TRUE
034900             GO TO 1100-EXIT
035000         END-IF
035100     END-IF.
035200     IF TPRM-MODE = SPACE OR "O"
035300         GO TO 1100-EXIT
035400     END-IF.
035500     IF TPRM-MODE NOT = "C"
035600         DISPLAY "*** TAXPARM MODE " TPRM-MODE
035700                 " NOT VALID - NOTHING FILED ***"
035800         SET TXS-REFUSED TO TRUE
035900         GO TO 1100-EXIT
036000     END-IF.
036100     IF TPRM-IDENT IS NOT NUMERIC
036200         DISPLAY "*** TAXPARM CORRECTION NEEDS A CUSTOMER "
036300                 "IDENT - NOTHING FILED ***"
036400         SET TXS-REFUSED TO TRUE
036500         GO TO 1100-EXIT
036600     END-IF.
036700     SET TXS-CORRECTION-RUN TO TRUE.
036800     MOVE TPRM-IDENT TO TXS-CORRECT-IDENT.
036900 1100-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300*    2000-ADD-UP-ARCHIVE                                        *
037400*    EVERY ARCHIVED APPORTIONMENT DATED IN THE TAX YEAR.  EACH  *
037500*    HEADER/DETAIL/TRAILER BATCH IS COUNTED AGAINST ITS OWN     *
037600*    TRAILER AS IT IS READ; NO ARCHIVE FILE JUST MEANS NOTHING  *
037700*    HAS BEEN ROLLED OFF YET.                                   *
037800*****************************************************************
037900 2000-ADD-UP-ARCHIVE.
038000     OPEN INPUT ACTIVITY-ARCHIVE.
038100     IF ACTV-ARCH-STATUS = "35"
038200         GO TO 2000-EXIT
038300     END-IF.
038400     PERFORM 2100-READ-ONE-ARCHIVED THRU 2100-EXIT
038500         UNTIL ARCH-EOF OR TXS-REFUSED.
038600     CLOSE ACTIVITY-ARCHIVE.
038700     IF TXS-OK AND ARCH-IN-BATCH
038800         DISPLAY "*** CUSTACTA BATCH " ARCH-BATCH-COUNT
038900                 " HAS NO TRAILER - NOTHING FILED ***"
039000         SET TXS-REFUSED TO TRUE
039100     END-IF.
039200     DISPLAY "ARCHIVE BATCHES READ:  " ARCH-BATCH-COUNT.
039300 2000-EXIT.
039400     EXIT.
039500
039600 2100-READ-ONE-ARCHIVED.
039700     READ ACTIVITY-ARCHIVE
039800         AT END
039900             SET ARCH-EOF TO TRUE
040000             GO TO 2100-EXIT
040100     END-READ.
040200     IF AARC-IS-HEADER
040300         IF ARCH-IN-BATCH
040400             DISPLAY "*** CUSTACTA BATCH " ARCH-BATCH-COUNT
040500                     " HAS NO TRAILER - NOTHING FILED ***"
040600             SET TXS-REFUSED TO TRUE
040700             GO TO 2100-EXIT
040800         END-IF
040900         ADD 1 TO ARCH-BATCH-COUNT
041000         MOVE ZERO TO ARCH-BATCH-DETAILS
041100         SET ARCH-IN-BATCH TO TRUE
041200         GO TO 2100-EXIT
041300     END-IF.
041400     IF ARCH-NOT-IN-BATCH
041500         DISPLAY "*** CUSTACTA RECORD OUTSIDE A BATCH AFTER "
041600                 "BATCH " ARCH-BATCH-COUNT " - NOTHING FILED ***"
041700         SET TXS-REFUSED TO TRUE
041800         GO TO 2100-EXIT
041900     END-IF.
042000     IF AARC-IS-TRAILER
042100         IF AARC-RECORD-COUNT NOT = ARCH-BATCH-DETAILS
042200             DISPLAY "*** CUSTACTA BATCH " ARCH-BATCH-COUNT
042300                     " TRAILER COUNT " AARC-RECORD-COUNT
042400                     " BUT " ARCH-BATCH-DETAILS " DETAILS ***"
042500             SET TXS-REFUSED TO TRUE
042600         END-IF
042700         SET ARCH-NOT-IN-BATCH TO TRUE
042800         GO TO 2100-EXIT
042900     END-IF.
043000     ADD 1 TO ARCH-BATCH-DETAILS.
043100     ADD 1 TO ARCH-DETAIL-COUNT.
043200     MOVE AARC-ACTIVITY-IMAGE TO ARCH-ACTIVITY-WORK.
043300     IF ARCH-RUN-DATE(1:4) NOT = TXS-TAX-YEAR
043400         GO TO 2100-EXIT
043500     END-IF.
043600     IF TXS-CORRECTION-RUN AND ARCH-IDENT NOT = TXS-CORRECT-IDENT
043700         GO TO 2100-EXIT
043800     END-IF.
043900     MOVE ARCH-IDENT TO TXS-ITEM-IDENT.
044000     MOVE ARCH-RUN-DATE TO TXS-ITEM-DATE.
044100     MOVE ARCH-PAYCHECK-AMT TO TXS-ITEM-PAYCHECK.
044200     MOVE ARCH-TAX-AMT TO TXS-ITEM-TAX.
044300     MOVE ARCH-BENEFITS-AMT TO TXS-ITEM-BENEFITS.
044400     MOVE ARCH-NET-AMT TO TXS-ITEM-NET.
044500     PERFORM 3500-ADD-ONE-ITEM THRU 3500-EXIT.
044600     ADD 1 TO TXS-ARCH-USED-COUNT.
044700 2100-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*    3000-ADD-UP-LIVE-ACTIVITY                                  *
045200*    EVERY LIVE APPORTIONMENT DATED IN THE TAX YEAR - THE WHOLE *
045300*    FILE FOR THE ORIGINAL FILING, ONLY THE ONE CUSTOMER'S      *
045400*    RECORDS FOR A CORRECTION.                                  *
045500*****************************************************************
045600 3000-ADD-UP-LIVE-ACTIVITY.
045700     OPEN INPUT CUSTOMER-ACTIVITY.
045800     IF CUST-ACTV-STATUS = "35"
045900         DISPLAY "NO ACTIVITY HISTORY FILE - ARCHIVE ONLY"
046000         GO TO 3000-EXIT
046100     END-IF.
046200     MOVE ZERO TO ACTV-KEY.
046300     IF TXS-CORRECTION-RUN
046400         MOVE TXS-CORRECT-IDENT TO ACTV-IDENT
046500     END-IF.
046600     START CUSTOMER-ACTIVITY KEY IS NOT LESS THAN ACTV-KEY
046700         INVALID KEY
046800             SET ACTV-EOF TO TRUE
046900     END-START.
047000     PERFORM 3100-READ-ONE-ACTIVITY THRU 3100-EXIT
047100         UNTIL ACTV-EOF.
047200     CLOSE CUSTOMER-ACTIVITY.
047300 3000-EXIT.
047400     EXIT.
047500
047600 3100-READ-ONE-ACTIVITY.
047700     READ CUSTOMER-ACTIVITY NEXT RECORD
047800         AT END
047900             SET ACTV-EOF TO TRUE
048000             GO TO 3100-EXIT
048100     END-READ.
048200     IF TXS-CORRECTION-RUN AND ACTV-IDENT NOT = TXS-CORRECT-IDENT
048300         SET ACTV-EOF TO TRUE
048400         GO TO 3100-EXIT
048500     END-IF.
048600     ADD 1 TO TXS-LIVE-READ-COUNT.
048700     IF ACTV-RUN-DATE(1:4) NOT = TXS-TAX-YEAR
048800         GO TO 3100-EXIT
048900     END-IF.
049000     MOVE ACTV-IDENT TO TXS-ITEM-IDENT.
049100     MOVE ACTV-RUN-DATE TO TXS-ITEM-DATE.
049200     MOVE ACTV-PAYCHECK-AMT TO TXS-ITEM-PAYCHECK.
049300     MOVE ACTV-TAX-AMT TO TXS-ITEM-TAX.
049400     MOVE ACTV-BENEFITS-AMT TO TXS-ITEM-BENEFITS.
049500     MOVE ACTV-NET-AMT TO TXS-ITEM-NET.
049600     PERFORM 3500-ADD-ONE-ITEM THRU 3500-EXIT.
049700     ADD 1 TO TXS-LIVE-USED-COUNT.
049800 3100-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*    3500-ADD-ONE-ITEM                                          *
050300*    ADDS ONE APPORTIONMENT, LIVE OR ARCHIVED, TO ITS           *
050400*    CUSTOMER'S TOTALS FOR THE YEAR.                            *
050500*****************************************************************
050600 3500-ADD-ONE-ITEM.
050700     COMPUTE TXS-SUB = TXS-ITEM-IDENT + 1.
050800     ADD 1 TO TXS-ITEM-COUNT(TXS-SUB).
050900     ADD TXS-ITEM-PAYCHECK TO TXS-PAYCHECK-TOT(TXS-SUB).
051000     ADD TXS-ITEM-TAX TO TXS-TAX-TOT(TXS-SUB).
051100     ADD TXS-ITEM-BENEFITS TO TXS-BENEFITS-TOT(TXS-SUB).
051200     ADD TXS-ITEM-NET TO TXS-NET-TOT(TXS-SUB).
051300 3500-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700*    4000-ISSUE-NOTICES                                         *
051800*    ONE NOTICE AND ONE FILING DETAIL PER CUSTOMER, IN IDENT    *
051900*    ORDER, BETWEEN THE FILING HEADER AND TRAILER.  THE         *
052000*    ORIGINAL FILING COVERS EVERY CUSTOMER WITH ACTIVITY IN THE *
052100*    YEAR; A CORRECTION COVERS ITS ONE CUSTOMER EVEN WHEN THE   *
052200*    ADJUSTMENT HAS TAKEN THE YEAR'S TOTALS TO ZERO, AND GOES   *
052210*    TO TAXCORR INSTEAD OF TAXFILE.                             *
052300*****************************************************************
052400 4000-ISSUE-NOTICES.
052500     OPEN OUTPUT TAX-NOTICE-REPORT.
052600     IF TXS-CORRECTION-RUN
052620         OPEN OUTPUT TAX-CORRECTION-FILE
052640     ELSE
052660         OPEN OUTPUT TAX-FILING-FILE
052680     END-IF.
052700     MOVE TXS-TAX-YEAR TO TXS-TITLE-YEAR.
052800     MOVE TXS-BUSINESS-DATE TO TXS-TITLE-DATE.
052900     MOVE TXS-RPT-TITLE TO TAX-NOTICE-LINE.
053000     WRITE TAX-NOTICE-LINE.
053100     MOVE SPACES TO TAX-FILING-RECORD.
053200     SET TAXF-IS-HEADER TO TRUE.
053300     MOVE TXS-TAX-YEAR TO TAXF-TAX-YEAR.
053400     MOVE TXS-BUSINESS-DATE TO TAXF-CREATED-DATE.
053500     MOVE TXS-RUN-NUMBER TO TAXF-RUN-NUMBER.
053600     IF TXS-CORRECTION-RUN
053700         SET TAXF-CORRECTION-FILE TO TRUE
053800     ELSE
053900         SET TAXF-ORIGINAL-FILE TO TRUE
054000     END-IF.
054100     PERFORM 4300-WRITE-FILING-RECORD THRU 4300-EXIT.
054200     IF TXS-CORRECTION-RUN
054300         COMPUTE TXS-SUB = TXS-CORRECT-IDENT + 1
054400         PERFORM 4100-ISSUE-ONE-NOTICE THRU 4100-EXIT
054500     ELSE
054600         PERFORM 4100-ISSUE-ONE-NOTICE THRU 4100-EXIT
054700             VARYING TXS-SUB FROM 1 BY 1
054800             UNTIL TXS-SUB > 1000
054900     END-IF.
055000     MOVE SPACES TO TAX-FILING-RECORD.
055100     SET TAXF-IS-TRAILER TO TRUE.
055200     MOVE TXS-FILING-COUNT TO TAXF-RECORD-COUNT.
055300     MOVE TXS-PAYCHECK-HASH TO TAXF-PAYCHECK-HASH.
055400     MOVE TXS-TAX-HASH TO TAXF-TAX-HASH.
055500     MOVE TXS-BENEFITS-HASH TO TAXF-BENEFITS-HASH.
055600     MOVE TXS-NET-HASH TO TAXF-NET-HASH.
055700     PERFORM 4300-WRITE-FILING-RECORD THRU 4300-EXIT.
055800     IF TXS-CORRECTION-RUN
055820         CLOSE TAX-CORRECTION-FILE
055840     ELSE
055860         CLOSE TAX-FILING-FILE
055880     END-IF.
055900     PERFORM 4900-WRITE-CONTROL-TOTALS THRU 4900-EXIT.
056000     CLOSE TAX-NOTICE-REPORT.
056100 4000-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500*    4100-ISSUE-ONE-NOTICE                                      *
056600*    THE NAME, STATUS AND CLOSED DATE COME FROM CUSTMAST; A     *
056700*    CUSTOMER NO LONGER ON IT IS STILL NOTIFIED AND FILED.      *
056800*****************************************************************
056900 4100-ISSUE-ONE-NOTICE.
057000     IF TXS-ORIGINAL-RUN AND TXS-ITEM-COUNT(TXS-SUB) = ZERO
057100         GO TO 4100-EXIT
057200     END-IF.
057300     MOVE SPACES TO TAX-FILING-RECORD.
057400     SET TAXF-IS-DETAIL TO TRUE.
057500     COMPUTE TAXF-IDENT = TXS-SUB - 1.
057600     MOVE "NOT ON CUSTOMER MASTER" TO TXS-HDG-NAME.
057700     MOVE SPACES TO TXS-HDG-STATUS TXS-HDG-CLOSED-DATE.
057800     MOVE SPACES TO TAXF-NAME TAXF-CUST-STATUS.
057900     MOVE ZERO TO TAXF-CLOSED-DATE.
058000     IF NOT CUST-MAST-AVAILABLE
058100         ADD 1 TO TXS-UNKNOWN-NOTICE-COUNT
058200         GO TO 4100-PRINT
058300     END-IF.
058400     MOVE TAXF-IDENT TO Ident.
058500     READ CUSTOMER-MASTER
058600         INVALID KEY
058700             ADD 1 TO TXS-UNKNOWN-NOTICE-COUNT
058800             GO TO 4100-PRINT
058900     END-READ.
059000     MOVE CustName TO TXS-HDG-NAME TAXF-NAME.
059100     MOVE CustStatus TO TAXF-CUST-STATUS.
059200     IF CustClosed
059300         MOVE ClosedDate TO TAXF-CLOSED-DATE TXS-HDG-CLOSED-DATE
059400         MOVE "ACCOUNT CLOSED ON" TO TXS-HDG-STATUS
059500         ADD 1 TO TXS-CLOSED-NOTICE-COUNT
059600     END-IF.
059700 4100-PRINT.
059800     MOVE TXS-SEPARATOR-LINE TO TAX-NOTICE-LINE.
059900     WRITE TAX-NOTICE-LINE.
060000     MOVE TXS-TAX-YEAR TO TXS-HDG-YEAR.
060100     MOVE TXS-NOTICE-HDG-1 TO TAX-NOTICE-LINE.
060200     WRITE TAX-NOTICE-LINE.
060300     IF TXS-CORRECTION-RUN
060400         MOVE TXS-CORRECTION-LINE TO TAX-NOTICE-LINE
060500         WRITE TAX-NOTICE-LINE
060600         MOVE "C" TO TAXF-CORRECTION-SW
060700     END-IF.
060800     MOVE TAXF-IDENT TO TXS-HDG-IDENT.
060900     MOVE TXS-NOTICE-HDG-2 TO TAX-NOTICE-LINE.
061000     WRITE TAX-NOTICE-LINE.
061100     MOVE "PAYCHECKS IN THE YEAR" TO TXS-CNT-LABEL.
061200     MOVE TXS-ITEM-COUNT(TXS-SUB) TO TXS-CNT-VALUE.
061300     MOVE TXS-COUNT-LINE TO TAX-NOTICE-LINE.
061400     WRITE TAX-NOTICE-LINE.
061500     MOVE "TOTAL PAYCHECKS" TO TXS-AMT-LABEL.
061600     MOVE TXS-PAYCHECK-TOT(TXS-SUB) TO TXS-AMT-VALUE.
061700     PERFORM 4200-WRITE-AMOUNT-LINE THRU 4200-EXIT.
061800     MOVE "TOTAL TAX WITHHELD" TO TXS-AMT-LABEL.
061900     MOVE TXS-TAX-TOT(TXS-SUB) TO TXS-AMT-VALUE.
062000     PERFORM 4200-WRITE-AMOUNT-LINE THRU 4200-EXIT.
062100     MOVE "TOTAL BENEFITS" TO TXS-AMT-LABEL.
062200     MOVE TXS-BENEFITS-TOT(TXS-SUB) TO TXS-AMT-VALUE.
062300     PERFORM 4200-WRITE-AMOUNT-LINE THRU 4200-EXIT.
062400     MOVE "TOTAL NET PAID" TO TXS-AMT-LABEL.
062500     MOVE TXS-NET-TOT(TXS-SUB) TO TXS-AMT-VALUE.
062600     PERFORM 4200-WRITE-AMOUNT-LINE THRU 4200-EXIT.
062700     MOVE TXS-ITEM-COUNT(TXS-SUB) TO TAXF-ITEM-COUNT.
062800     MOVE TXS-PAYCHECK-TOT(TXS-SUB) TO TAXF-PAYCHECK-TOT.
062900     MOVE TXS-TAX-TOT(TXS-SUB) TO TAXF-TAX-TOT.
063000     MOVE TXS-BENEFITS-TOT(TXS-SUB) TO TAXF-BENEFITS-TOT.
063100     MOVE TXS-NET-TOT(TXS-SUB) TO TAXF-NET-TOT.
063200     PERFORM 4300-WRITE-FILING-RECORD THRU 4300-EXIT.
063300     ADD 1 TO TXS-NOTICE-COUNT.
063400     ADD 1 TO TXS-FILING-COUNT.
063500     ADD TAXF-PAYCHECK-TOT TO TXS-PAYCHECK-HASH.
063600     ADD TAXF-TAX-TOT TO TXS-TAX-HASH.
063700     ADD TAXF-BENEFITS-TOT TO TXS-BENEFITS-HASH.
063800     ADD TAXF-NET-TOT TO TXS-NET-HASH.
063900 4100-EXIT.
064000     EXIT.
064100
064200 4200-WRITE-AMOUNT-LINE.
064300     MOVE TXS-AMOUNT-LINE TO TAX-NOTICE-LINE.
064400     WRITE TAX-NOTICE-LINE.
064500 4200-EXIT.
064600     EXIT.
064700
064710 4300-WRITE-FILING-RECORD.
064720     IF TXS-CORRECTION-RUN
064730         WRITE TAX-CORRECTION-LINE FROM TAX-FILING-RECORD
064740     ELSE
064750         WRITE TAX-FILING-LINE FROM TAX-FILING-RECORD
064760     END-IF.
064770 4300-EXIT.
064780     EXIT.
064790
064800*****************************************************************
064900*    4900-WRITE-CONTROL-TOTALS                                  *
065000*    THE SAME COUNT AND HASH TOTALS AS THE FILING TRAILER, SO   *
065100*    THE FILE CAN BE PROVED AGAINST THE PRINTED NOTICES.        *
065200*****************************************************************
065300 4900-WRITE-CONTROL-TOTALS.
065400     MOVE TXS-SEPARATOR-LINE TO TAX-NOTICE-LINE.
065500     WRITE TAX-NOTICE-LINE.
065600     MOVE "FILING CONTROL TOTALS" TO TXS-MSG-TEXT.
065700     MOVE TXS-MESSAGE-LINE TO TAX-NOTICE-LINE.
065800     WRITE TAX-NOTICE-LINE.
065900     MOVE "ARCHIVED ITEMS IN THE YEAR" TO TXS-CNT-LABEL.
066000     MOVE TXS-ARCH-USED-COUNT TO TXS-CNT-VALUE.
066100     PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT.
066200     MOVE "LIVE ITEMS IN THE YEAR" TO TXS-CNT-LABEL.
066300     MOVE TXS-LIVE-USED-COUNT TO TXS-CNT-VALUE.
066400     PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT.
066500     MOVE "NOTICES ISSUED" TO TXS-CNT-LABEL.
066600     MOVE TXS-NOTICE-COUNT TO TXS-CNT-VALUE.
066700     PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT.
066800     MOVE "  FOR CLOSED CUSTOMERS" TO TXS-CNT-LABEL.
066900     MOVE TXS-CLOSED-NOTICE-COUNT TO TXS-CNT-VALUE.
067000     PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT.
067100     MOVE "  NOT ON CUSTOMER MASTER" TO TXS-CNT-LABEL.
067200     MOVE TXS-UNKNOWN-NOTICE-COUNT TO TXS-CNT-VALUE.
067300     PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT.
067400     MOVE "FILING DETAIL RECORDS" TO TXS-CNT-LABEL.
067500     MOVE TXS-FILING-COUNT TO TXS-CNT-VALUE.
067600     PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT.
067700     MOVE "PAYCHECK HASH TOTAL" TO TXS-HASH-LABEL.
067800     MOVE TXS-PAYCHECK-HASH TO TXS-HASH-VALUE.
067900     PERFORM 4960-WRITE-HASH-LINE THRU 4960-EXIT.
068000     MOVE "TAX HASH TOTAL" TO TXS-HASH-LABEL.
068100     MOVE TXS-TAX-HASH TO TXS-HASH-VALUE.
068200     PERFORM 4960-WRITE-HASH-LINE THRU 4960-EXIT.
068300     MOVE "BENEFITS HASH TOTAL" TO TXS-HASH-LABEL.
068400     MOVE TXS-BENEFITS-HASH TO TXS-HASH-VALUE.
068500     PERFORM 4960-WRITE-HASH-LINE THRU 4960-EXIT.
068600     MOVE "NET HASH TOTAL" TO TXS-HASH-LABEL.
068700     MOVE TXS-NET-HASH TO TXS-HASH-VALUE.
068800     PERFORM 4960-WRITE-HASH-LINE THRU 4960-EXIT.
068900 4900-EXIT.
069000     EXIT.
069100
069200 4950-WRITE-COUNT-LINE.
069300     MOVE TXS-COUNT-LINE TO TAX-NOTICE-LINE.
069400     WRITE TAX-NOTICE-LINE.
069500 4950-EXIT.
069600     EXIT.
069610
069620 4960-WRITE-HASH-LINE.
069630     MOVE TXS-HASH-LINE TO TAX-NOTICE-LINE.
069640     WRITE TAX-NOTICE-LINE.
069650 4960-EXIT.
069660     EXIT.
069700
069800*****************************************************************
069900*    9999-TERMINATE                                             *
070000*    A REFUSED RUN ENDS WITH RETURN CODE 16 AND NO FILING FILE. *
070100*****************************************************************
070200 9999-TERMINATE.
070300     IF CUST-MAST-AVAILABLE
070400         CLOSE CUSTOMER-MASTER
070500     END-IF.
070600     IF TXS-REFUSED
070700         DISPLAY "*** TAX YEAR " TXS-TAX-YEAR
070800                 " NOT FILED - SEE MESSAGES ABOVE ***"
070900         MOVE 16 TO RETURN-CODE
071000     ELSE
071100         DISPLAY "NOTICES ISSUED:        " TXS-NOTICE-COUNT
071200         DISPLAY "FILING DETAIL RECORDS: " TXS-FILING-COUNT
071300         DISPLAY "NET HASH TOTAL:        " TXS-NET-HASH
071400     END-IF.
071500     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
071600 9999-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*    9900-WRITE-RUN-STATISTICS                                  *
072100*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
072200*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
072300*****************************************************************
072400 9900-WRITE-RUN-STATISTICS.
072500     OPEN EXTEND RUN-HISTORY.
072600     IF RUN-HIST-STATUS = "35" OR "05"
072700         OPEN OUTPUT RUN-HISTORY
072800         CLOSE RUN-HISTORY
072900         OPEN EXTEND RUN-HISTORY
073000     END-IF.
073100     MOVE "TAXSUM  " TO RSTAT-PROGRAM.
073200     MOVE TXS-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
073300     MOVE TXS-RUN-NUMBER TO RSTAT-RUN-NUMBER.
073400     MOVE STAT-START-DATE TO RSTAT-START-DATE.
073500     MOVE STAT-START-TIME TO RSTAT-START-TIME.
073600     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
073700     ACCEPT STAT-END-TIME FROM TIME.
073800     MOVE STAT-END-DATE TO RSTAT-END-DATE.
073900     MOVE STAT-END-TIME TO RSTAT-END-TIME.
074000     COMPUTE RSTAT-READ-COUNT = TXS-LIVE-READ-COUNT
074100             + ARCH-DETAIL-COUNT.
074200     MOVE TXS-FILING-COUNT TO RSTAT-WRITTEN-COUNT.
074300     MOVE TXS-UNKNOWN-NOTICE-COUNT TO RSTAT-REJECT-COUNT.
074350     MOVE SPACE TO RSTAT-RESTART-FLAG.
074400     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
074500     WRITE RUN-STAT-RECORD.
074600     CLOSE RUN-HISTORY.
074700 9900-EXIT.
074800     EXIT.
074900
075000 END PROGRAM TAXSUM.
