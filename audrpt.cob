002820*                     OFFICIAL BUSINESS DATE FROM RUNCTL.        *
002830*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
002840*                     SHARED RUNHIST FILE AT END OF JOB.        *
002850*    10/14/26   FT    PRINTS THE MAILING ADDRESS AND RETURNED-   *
002860*                     MAIL FIELDS OF EACH IMAGE (ADDRCH AND      *
002870*                     RTMAIL ACTIONS).  IMAGE COLUMNS WIDENED TO *
002880*                     TAKE A FULL STREET LINE, AND THE ARCHIVE   *
002890*                     AND KEEP RECORDS TO THE LONGER LOG RECORD. *
002892*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
002894*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
002896*                     SET IT.                                    *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. AUDRPT.
007300     RECORDING MODE IS F.
007400 01  AUDIT-ARCHIVE-RECORD.
007500     02  ARCH-ARCHIVE-DATE           PIC 9(08).
007600     02  ARCH-AUDIT-DATA             PIC X(303).
007700
007800 FD  AUDIT-KEEP-FILE
007900     RECORDING MODE IS F.
008000 01  AUDIT-KEEP-RECORD               PIC X(303).
008010
008020 FD  RUN-CONTROL
008030     RECORDING MODE IS F.
012500     02  FILLER                      PIC X(44) VALUE SPACES.
012600 01  AUD-RPT-COL-HDG.
012700     02  FILLER PIC X(11) VALUE "FIELD".
012800     02  FILLER PIC X(31) VALUE "BEFORE".
012900     02  FILLER PIC X(31) VALUE "AFTER".
013000     02  FILLER PIC X(03) VALUE "CHG".
013100     02  FILLER PIC X(04) VALUE SPACES.
013200 01  AUD-RPT-FIELD-LINE.
013300     02  AUD-FLD-LABEL               PIC X(11).
013400     02  AUD-FLD-BEFORE              PIC X(31).
013500     02  AUD-FLD-AFTER               PIC X(31).
013600     02  AUD-FLD-CHG                 PIC X(01).
013700     02  FILLER                      PIC X(06) VALUE SPACES.
013800 01  AUD-RPT-FOOTER-LINE.
013900     02  FILLER PIC X(20) VALUE "RECORDS REPORTED:".
014000     02  AUD-FTR-COUNT               PIC ZZZZ9.
015200     02  AUD-WORK-STATUS             PIC X(01).
015300     02  FILLER                      PIC X(01) VALUE SPACES.
015400     02  AUD-WORK-CLOSED             PIC 9(08).
015410 01  AUD-RETURNED-WORK.
015420     02  AUD-WORK-RETURNED           PIC X(01).
015430     02  FILLER                      PIC X(01) VALUE SPACES.
015440     02  AUD-WORK-RTN-DATE           PIC 9(08).
015500
015600 PROCEDURE DIVISION.
015700
029100*****************************************************************
029200*    2300-PRINT-AUDIT-RECORD                                    *
029300*    ONE BLOCK PER LOG RECORD: TIMESTAMP HEADING, THEN THE      *
029400*    NAME, BIRTH DATE, STATUS AND MAILING ADDRESS FIELDS BEFORE *
029500*    AND AFTER SIDE BY SIDE, WITH A * FLAG ON EVERY FIELD THAT  *
029550*    CHANGED.                                                   *
029600*****************************************************************
029700 2300-PRINT-AUDIT-RECORD.
029800     MOVE SPACES TO AUDIT-REPORT-LINE.
035100     END-IF.
035200     MOVE AUD-RPT-FIELD-LINE TO AUDIT-REPORT-LINE.
035300     WRITE AUDIT-REPORT-LINE.
035310*    MAILING ADDRESS.                                            *
035320     MOVE "STREET" TO AUD-FLD-LABEL.
035330     MOVE AUDIT-BEFORE-STREET TO AUD-FLD-BEFORE.
035340     MOVE AUDIT-AFTER-STREET TO AUD-FLD-AFTER.
035350     PERFORM 2350-WRITE-COMPARED-LINE THRU 2350-EXIT.
035360     MOVE "CITY" TO AUD-FLD-LABEL.
035370     MOVE AUDIT-BEFORE-CITY TO AUD-FLD-BEFORE.
035380     MOVE AUDIT-AFTER-CITY TO AUD-FLD-AFTER.
035390     PERFORM 2350-WRITE-COMPARED-LINE THRU 2350-EXIT.
035400     MOVE "REGION" TO AUD-FLD-LABEL.
035410     MOVE AUDIT-BEFORE-REGION TO AUD-FLD-BEFORE.
035420     MOVE AUDIT-AFTER-REGION TO AUD-FLD-AFTER.
035430     PERFORM 2350-WRITE-COMPARED-LINE THRU 2350-EXIT.
035440     MOVE "POSTCODE" TO AUD-FLD-LABEL.
035450     MOVE AUDIT-BEFORE-POSTCODE TO AUD-FLD-BEFORE.
035460     MOVE AUDIT-AFTER-POSTCODE TO AUD-FLD-AFTER.
035470     PERFORM 2350-WRITE-COMPARED-LINE THRU 2350-EXIT.
035480     MOVE "COUNTRY" TO AUD-FLD-LABEL.
035490     MOVE AUDIT-BEFORE-COUNTRY TO AUD-FLD-BEFORE.
035500     MOVE AUDIT-AFTER-COUNTRY TO AUD-FLD-AFTER.
035510     PERFORM 2350-WRITE-COMPARED-LINE THRU 2350-EXIT.
035520*    RETURNED-MAIL FLAG AND DATE.                                *
035530     MOVE "RETURNED" TO AUD-FLD-LABEL.
035540     MOVE AUDIT-BEFORE-RETURNED TO AUD-WORK-RETURNED.
035550     MOVE AUDIT-BEFORE-RTN-DATE TO AUD-WORK-RTN-DATE.
035560     MOVE AUD-RETURNED-WORK TO AUD-FLD-BEFORE.
035570     MOVE AUDIT-AFTER-RETURNED TO AUD-WORK-RETURNED.
035580     MOVE AUDIT-AFTER-RTN-DATE TO AUD-WORK-RTN-DATE.
035590     MOVE AUD-RETURNED-WORK TO AUD-FLD-AFTER.
035600     PERFORM 2350-WRITE-COMPARED-LINE THRU 2350-EXIT.
035610     ADD 1 TO AUD-REPORT-COUNT.
035620 2300-EXIT.
035630     EXIT.
035640
035650*****************************************************************
035660*    2350-WRITE-COMPARED-LINE                                   *
035670*    FLAGS AND WRITES ONE FIELD LINE.  THE CALLER HAS MOVED THE *
035680*    LABEL AND THE BEFORE AND AFTER VALUES.                     *
035690*****************************************************************
035700 2350-WRITE-COMPARED-LINE.
035710     IF AUD-FLD-BEFORE = AUD-FLD-AFTER
035720         MOVE SPACES TO AUD-FLD-CHG
035730     ELSE
035740         MOVE "*" TO AUD-FLD-CHG
035750     END-IF.
035760     MOVE AUD-RPT-FIELD-LINE TO AUDIT-REPORT-LINE.
035770     WRITE AUDIT-REPORT-LINE.
035780 2350-EXIT.
035790     EXIT.
035795
035800*****************************************************************
035900*    3000-REWRITE-LIVE-LOG                                      *
036000*    SECOND PASS OF THE RETENTION RUN: THE KEPT RECORDS ARE     *
041977     MOVE AUD-REPORT-COUNT TO RSTAT-WRITTEN-COUNT.
041978     MOVE ZERO TO RSTAT-REJECT-COUNT.
041979     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
041980     MOVE SPACE TO RSTAT-RESTART-FLAG.
041981     WRITE RUN-STAT-RECORD.
041982     CLOSE RUN-HISTORY.
041983 9900-EXIT.
041984     EXIT.
041985
042000 END PROGRAM AUDRPT.
