001000*                   SYSTEMS.  READS CUSTMAST THROUGH THE        *
001100*                   CUSTREC COPYBOOK AND WRITES ONE PIPE-       *
001200*                   DELIMITED RECORD PER ACTIVE CUSTOMER -      *
001300*                   IDENT, NAME, DATE OF BIRTH IN ISO FORMAT,   *
001350*                   MAILING ADDRESS AND RETURNED-MAIL FLAG -    *
001400*                   WRAPPED IN A HEADER RECORD                  *
001500*                   CARRYING THE EXTRACT (BUSINESS) DATE AND A  *
001600*                   TRAILER CARRYING THE RECORD COUNT AND A     *
001700*                   HASH TOTAL OF IDENT, SO THE RECEIVER CAN    *
002100*                                                               *
002200*                   RECORD FORMATS (PIPE DELIMITED):            *
002300*                     H|CCYYMMDD                                *
002400*                     D|IDENT|NAME|CCYY-MM-DD|STREET|CITY|      *
002450*                       REGION|POSTCODE|COUNTRY|RETURNED (Y/N)  *
002500*                     T|COUNT|HASH TOTAL OF IDENT               *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002900*    08/22/26   FT    ORIGINAL VERSION.                          *
002910*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
002920*                     SHARED RUNHIST FILE AT END OF JOB.        *
002930*    10/14/26   FT    DETAIL RECORDS NOW CARRY THE MAILING       *
002940*                     ADDRESS (TRAILING SPACES DROPPED, AS FOR   *
002950*                     THE NAME) AND THE RETURNED-MAIL FLAG.      *
002962*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
002974*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
002986*                     SET IT.                                    *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CUSTEXTR.
005300
005400 FD  EXTRACT-FILE
005500     RECORDING MODE IS F.
005600 01  EXTRACT-RECORD                  PIC X(140).
005700
005800 FD  RUN-CONTROL
005900     RECORDING MODE IS F.
007100 01  EXTR-DETAIL-COUNT               PIC 9(07) VALUE ZERO.
007200 01  EXTR-IDENT-HASH                 PIC 9(09) VALUE ZERO.
007300 01  EXTR-NAME-LEN                   PIC 9(02) VALUE ZERO.
007310 01  EXTR-POINTER                    PIC 9(03) VALUE 1.
007320 01  EXTR-FIELD-WORK                 PIC X(30).
007330 01  EXTR-FIELD-LEN                  PIC 9(02) VALUE ZERO.
007400 01  CURRENT-DATE-FIELDS.
007500     02  CURRENT-CCYY                PIC 9(04).
007600     02  CURRENT-MM                  PIC 9(02).
007700     02  CURRENT-DD                  PIC 9(02).
007800
007900*    EXTRACT RECORD BUILD AREAS.                                 *
008000 01  EXTR-WORK-RECORD                PIC X(140).
008100 01  EXTR-ISO-DATE.
008200     02  EXTR-ISO-YYYY               PIC 9(04).
008300     02  FILLER                      PIC X(01) VALUE "-".
016500     MOVE MOB TO EXTR-ISO-MM.
016600     MOVE DOB TO EXTR-ISO-DD.
016700     MOVE SPACES TO EXTR-WORK-RECORD.
016750     MOVE 1 TO EXTR-POINTER.
016800     IF EXTR-NAME-LEN > ZERO
016900         STRING "D|" DELIMITED BY SIZE
017000                Ident DELIMITED BY SIZE
017300                "|" DELIMITED BY SIZE
017400                EXTR-ISO-DATE DELIMITED BY SIZE
017500                INTO EXTR-WORK-RECORD
017550                WITH POINTER EXTR-POINTER
017600     ELSE
017700         STRING "D|" DELIMITED BY SIZE
017800                Ident DELIMITED BY SIZE
017900                "||" DELIMITED BY SIZE
018000                EXTR-ISO-DATE DELIMITED BY SIZE
018100                INTO EXTR-WORK-RECORD
018150                WITH POINTER EXTR-POINTER
018200     END-IF.
018210     MOVE CustStreet TO EXTR-FIELD-WORK.
018220     PERFORM 2300-APPEND-FIELD THRU 2300-EXIT.
018230     MOVE CustCity TO EXTR-FIELD-WORK.
018240     PERFORM 2300-APPEND-FIELD THRU 2300-EXIT.
018250     MOVE CustRegion TO EXTR-FIELD-WORK.
018260     PERFORM 2300-APPEND-FIELD THRU 2300-EXIT.
018270     MOVE CustPostCode TO EXTR-FIELD-WORK.
018280     PERFORM 2300-APPEND-FIELD THRU 2300-EXIT.
018290     MOVE CustCountry TO EXTR-FIELD-WORK.
018292     PERFORM 2300-APPEND-FIELD THRU 2300-EXIT.
018294     IF MailReturned
018295         MOVE "Y" TO EXTR-FIELD-WORK
018296     ELSE
018297         MOVE "N" TO EXTR-FIELD-WORK
018298     END-IF.
018299     PERFORM 2300-APPEND-FIELD THRU 2300-EXIT.
018300     WRITE EXTRACT-RECORD FROM EXTR-WORK-RECORD.
018400     ADD 1 TO EXTR-DETAIL-COUNT.
018500     ADD Ident TO EXTR-IDENT-HASH.
021200     SUBTRACT 1 FROM EXTR-NAME-LEN.
021300 2250-EXIT.
021400     EXIT.
021410
021420*****************************************************************
021430*    2300-APPEND-FIELD                                          *
021440*    APPENDS A DELIMITER AND EXTR-FIELD-WORK, LESS TRAILING     *
021450*    SPACES, TO THE DETAIL RECORD BEING BUILT.                  *
021460*****************************************************************
021470 2300-APPEND-FIELD.
021471     MOVE 30 TO EXTR-FIELD-LEN.
021472     PERFORM 2350-TRIM-FIELD-SPACE THRU 2350-EXIT
021473         UNTIL EXTR-FIELD-LEN = ZERO
021474            OR EXTR-FIELD-WORK(EXTR-FIELD-LEN:1) NOT = SPACE.
021475     STRING "|" DELIMITED BY SIZE
021476            INTO EXTR-WORK-RECORD
021477            WITH POINTER EXTR-POINTER.
021478     IF EXTR-FIELD-LEN > ZERO
021479         STRING EXTR-FIELD-WORK(1:EXTR-FIELD-LEN)
021480                    DELIMITED BY SIZE
021481                INTO EXTR-WORK-RECORD
021482                WITH POINTER EXTR-POINTER
021483     END-IF.
021484 2300-EXIT.
021485     EXIT.
021486
021487 2350-TRIM-FIELD-SPACE.
021488     SUBTRACT 1 FROM EXTR-FIELD-LEN.
021489 2350-EXIT.
021490     EXIT.
021500
021600*****************************************************************
021700*    3000-WRITE-TRAILER                                         *
024477     MOVE EXTR-DETAIL-COUNT TO RSTAT-WRITTEN-COUNT.
024478     MOVE ZERO TO RSTAT-REJECT-COUNT.
024479     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
024480     MOVE SPACE TO RSTAT-RESTART-FLAG.
024481     WRITE RUN-STAT-RECORD.
024482     CLOSE RUN-HISTORY.
024483 9900-EXIT.
024484     EXIT.
024485
024500 END PROGRAM CUSTEXTR.
