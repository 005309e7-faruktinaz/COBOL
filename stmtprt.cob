001300*                   CUSTOMER HEADING FROM CUSTREC, A DETAIL      *
001400*                   LINE PER PAYCHECK SHOWING TAX, BENEFITS      *
001500*                   AND NET, AND STATEMENT TOTALS.               *
001510*                   THE CUSTOMER'S MAILING BLOCK IS PRINTED      *
001520*                   UNDER THE HEADING.  A CUSTOMER WHOSE MAIL    *
001530*                   HAS BEEN RETURNED GETS NO STATEMENT UNTIL A  *
001540*                   NEW ADDRESS IS POSTED; THEY ARE COUNTED AND  *
001550*                   LISTED WEEKLY BY BADADDR.                    *
001600*                                                               *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
002420*                     BUSINESS DATE FROM THE RUNCTL FILE.        *
002430*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
002440*                     SHARED RUNHIST FILE AT END OF JOB.        *
002450*    10/14/26   FT    PRINTS THE MAILING ADDRESS BLOCK FROM      *
002460*                     CUSTREC AND HOLDS THE STATEMENT OF A       *
002470*                     CUSTOMER FLAGGED RETURNED MAIL.  HELD AND  *
002480*                     NO-ADDRESS STATEMENTS ARE COUNTED ON THE   *
002490*                     FOOTER.                                    *
002492*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
002494*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
002496*                     SET IT.                                    *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. STMTPRT.
006700     88  ACTV-DONE                            VALUE "Y".
006800 01  STMT-COUNT                      PIC 9(05) VALUE ZERO.
006900 01  STMT-DETAIL-COUNT               PIC 9(05) VALUE ZERO.
006910 01  STMT-HELD-COUNT                 PIC 9(05) VALUE ZERO.
006920 01  STMT-NO-ADDRESS-COUNT           PIC 9(05) VALUE ZERO.
007000 01  STMT-TOT-PAYCHECK               PIC 9(07)V99 VALUE ZERO.
007100 01  STMT-TOT-TAX                    PIC 9(07)V99 VALUE ZERO.
007200 01  STMT-TOT-BENEFITS               PIC 9(07)V99 VALUE ZERO.
009100     02  FILLER                      PIC X(01) VALUE "/".
009200     02  STMT-HDG-YOB                PIC 9999.
009300     02  FILLER                      PIC X(54) VALUE SPACES.
009310 01  STMT-MAIL-LINE.
009320     02  FILLER                      PIC X(05) VALUE SPACES.
009330     02  STMT-MAIL-TEXT              PIC X(30).
009340     02  FILLER                      PIC X(45) VALUE SPACES.
009350 01  STMT-MAIL-CITY-LINE.
009355     02  FILLER                      PIC X(05) VALUE SPACES.
009360     02  STMT-MAIL-CITY              PIC X(20).
009365     02  FILLER                      PIC X(01) VALUE SPACES.
009370     02  STMT-MAIL-REGION            PIC X(10).
009375     02  FILLER                      PIC X(01) VALUE SPACES.
009380     02  STMT-MAIL-POSTCODE          PIC X(10).
009385     02  FILLER                      PIC X(33) VALUE SPACES.
009390 01  STMT-NO-ADDRESS-LINE.
009392     02  FILLER PIC X(40)
009394             VALUE "     *** NO MAILING ADDRESS ON FILE ***".
009396     02  FILLER PIC X(40) VALUE SPACES.
009400 01  STMT-COL-HDG.
009500     02  FILLER PIC X(11) VALUE "DATE".
009600     02  FILLER PIC X(11) VALUE "PAYCHECK".
012300     02  FILLER PIC X(20) VALUE "STATEMENTS PRINTED:".
012400     02  STMT-FTR-COUNT              PIC ZZZZ9.
012500     02  FILLER PIC X(55) VALUE SPACES.
012510 01  STMT-HELD-FOOTER-LINE.
012520     02  FILLER PIC X(33)
012525             VALUE "STATEMENTS HELD - RETURNED MAIL:".
012530     02  STMT-FTR-HELD               PIC ZZZZ9.
012540     02  FILLER PIC X(42) VALUE SPACES.
012550 01  STMT-NO-ADDR-FOOTER-LINE.
012560     02  FILLER PIC X(33) VALUE "STATEMENTS WITH NO ADDRESS:".
012570     02  STMT-FTR-NO-ADDRESS         PIC ZZZZ9.
012580     02  FILLER PIC X(42) VALUE SPACES.
012600
012700 PROCEDURE DIVISION.
012800
016700*    ONE STATEMENT PAGE FOR THE CUSTOMER JUST READ: HEADING     *
016800*    FROM THE MASTER RECORD, ONE DETAIL LINE PER ACTIVITY       *
016900*    HISTORY RECORD, THEN STATEMENT TOTALS.  SOFT-CLOSED        *
017000*    CUSTOMERS GET NO STATEMENT, AND NEITHER DOES A CUSTOMER    *
017010*    WHOSE MAIL CAME BACK UNTIL A NEW ADDRESS IS POSTED.        *
017100*****************************************************************
017200 2000-PRINT-ONE-STATEMENT.
017300     IF CustClosed
017400         PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
017500         GO TO 2000-EXIT
017600     END-IF.
017610     IF MailReturned
017620         ADD 1 TO STMT-HELD-COUNT
017630         PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
017640         GO TO 2000-EXIT
017650     END-IF.
017700     MOVE STMT-SEPARATOR-LINE TO STATEMENT-REPORT-LINE.
017800     WRITE STATEMENT-REPORT-LINE.
017900     MOVE Ident TO STMT-HDG-IDENT.
018000     MOVE CustName TO STMT-HDG-NAME.
018100     MOVE STMT-CUST-HDG-1 TO STATEMENT-REPORT-LINE.
018200     WRITE STATEMENT-REPORT-LINE.
018250     PERFORM 2050-PRINT-MAILING-BLOCK THRU 2050-EXIT.
018300     MOVE MOB TO STMT-HDG-MOB.
018400     MOVE DOB TO STMT-HDG-DOB.
018500     MOVE YOB TO STMT-HDG-YOB.
020500 2000-EXIT.
020600     EXIT.
020700
020710*****************************************************************
020720*    2050-PRINT-MAILING-BLOCK                                   *
020730*    NAME, STREET, CITY / REGION / POSTCODE AND COUNTRY, THEN A *
020740*    BLANK LINE.  A CUSTOMER WITH NO ADDRESS ON FILE STILL GETS *
020750*    A STATEMENT, MARKED SO THE MAIL ROOM CAN PULL IT.          *
020760*****************************************************************
020770 2050-PRINT-MAILING-BLOCK.
020771     MOVE SPACES TO STATEMENT-REPORT-LINE.
020772     WRITE STATEMENT-REPORT-LINE.
020773     IF CustAddress = SPACES
020774         ADD 1 TO STMT-NO-ADDRESS-COUNT
020775         MOVE STMT-NO-ADDRESS-LINE TO STATEMENT-REPORT-LINE
020776         WRITE STATEMENT-REPORT-LINE
020777         GO TO 2050-BLANK
020778     END-IF.
020779     MOVE CustName TO STMT-MAIL-TEXT.
020780     MOVE STMT-MAIL-LINE TO STATEMENT-REPORT-LINE.
020781     WRITE STATEMENT-REPORT-LINE.
020782     MOVE CustStreet TO STMT-MAIL-TEXT.
020783     MOVE STMT-MAIL-LINE TO STATEMENT-REPORT-LINE.
020784     WRITE STATEMENT-REPORT-LINE.
020785     MOVE CustCity TO STMT-MAIL-CITY.
020786     MOVE CustRegion TO STMT-MAIL-REGION.
020787     MOVE CustPostCode TO STMT-MAIL-POSTCODE.
020788     MOVE STMT-MAIL-CITY-LINE TO STATEMENT-REPORT-LINE.
020789     WRITE STATEMENT-REPORT-LINE.
020790     MOVE CustCountry TO STMT-MAIL-TEXT.
020791     MOVE STMT-MAIL-LINE TO STATEMENT-REPORT-LINE.
020792     WRITE STATEMENT-REPORT-LINE.
020793 2050-BLANK.
020794     MOVE SPACES TO STATEMENT-REPORT-LINE.
020795     WRITE STATEMENT-REPORT-LINE.
020796 2050-EXIT.
020797     EXIT.
020798
020800 2100-READ-NEXT-CUSTOMER.
020900     READ CUSTOMER-MASTER NEXT RECORD
021000         AT END
027900     MOVE STMT-COUNT TO STMT-FTR-COUNT.
028000     MOVE STMT-FOOTER-LINE TO STATEMENT-REPORT-LINE.
028100     WRITE STATEMENT-REPORT-LINE.
028110     MOVE STMT-HELD-COUNT TO STMT-FTR-HELD.
028120     MOVE STMT-HELD-FOOTER-LINE TO STATEMENT-REPORT-LINE.
028130     WRITE STATEMENT-REPORT-LINE.
028140     MOVE STMT-NO-ADDRESS-COUNT TO STMT-FTR-NO-ADDRESS.
028150     MOVE STMT-NO-ADDR-FOOTER-LINE TO STATEMENT-REPORT-LINE.
028160     WRITE STATEMENT-REPORT-LINE.
028200     CLOSE STATEMENT-REPORT.
028300     DISPLAY "STATEMENTS PRINTED: " STMT-COUNT.
028310     DISPLAY "STATEMENTS HELD - RETURNED MAIL: " STMT-HELD-COUNT.
028320     DISPLAY "STATEMENTS WITH NO ADDRESS: " STMT-NO-ADDRESS-COUNT.
028350     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
028400 9999-EXIT.
028500     EXIT.
028677     MOVE STMT-COUNT TO RSTAT-WRITTEN-COUNT.
028678     MOVE ZERO TO RSTAT-REJECT-COUNT.
028679     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
028680     MOVE SPACE TO RSTAT-RESTART-FLAG.
028681     WRITE RUN-STAT-RECORD.
028682     CLOSE RUN-HISTORY.
028683 9900-EXIT.
028684     EXIT.
028685
028700 END PROGRAM STMTPRT.
