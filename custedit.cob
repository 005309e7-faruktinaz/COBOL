001800*                   REJECTS INSTEAD OF RE-KEYING FROM SCRATCH.   *
001900*                                                               *
002000*                   REJECT REASON CODES:                         *
002100*                     CODE - TRANSACTION CODE NOT ONE OF         *
002150*                            A/U/I/D/R/P/M/B                     *
002200*                     IDNT - IDENT NOT NUMERIC                   *
002300*                     NAME - CUSTOMER NAME BLANK (A/U ONLY)      *
002400*                     DOB  - DATE OF BIRTH NOT NUMERIC (A/U)     *
002500*                     AMT  - PAYCHECK AMOUNT NOT NUMERIC, ZERO   *
002600*                            OR IMPLAUSIBLE (A AND P)            *
002610*                     ADDR - STREET, CITY, POSTCODE OR COUNTRY   *
002620*                            BLANK (M, OR AN A CARRYING AN       *
002630*                            ADDRESS)                            *
002700*                                                               *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                                *
003010*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
003020*                     SHARED RUNHIST FILE AT END OF JOB,        *
003030*                     STAMPED WITH THE RUNCTL BUSINESS DATE.    *
003053*    10/14/26   FT    ACCEPTS THE NEW PAYCHECK (P) TRANSACTION, *
003076*                     WITH THE SAME AMOUNT EDIT AS AN ADD.      *
003080*    10/14/26   FT    ACCEPTS THE MAILING ADDRESS CHANGE (M)    *
003082*                     AND RETURNED MAIL (B) TRANSACTIONS.  AN M *
003084*                     NEEDS A COMPLETE ADDRESS, AS DOES AN ADD  *
003086*                     THAT CARRIES ONE (REASON ADDR).  CLEAN    *
003088*                     AND REJECT RECORDS WIDENED FOR THE        *
003090*                     ADDRESS FIELDS.                           *
003092*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK    *
003094*                     RESTART FLAG; ONLY HELLO AND COBOLTUT     *
003096*                     EVER SET IT.                              *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CUSTEDIT.
005200
005300 FD  CLEAN-TRANS
005400     RECORDING MODE IS F.
005500 01  CLEAN-TRANS-RECORD              PIC X(123).
005600
005700 FD  REJECT-TRANS
005800     RECORDING MODE IS F.
005900 01  REJECT-RECORD.
006000     02  REJ-TRAN-DATA               PIC X(123).
006100     02  FILLER                      PIC X(02).
006200     02  REJ-REASON-CODE             PIC X(04).
006210
014800*    2200-VALIDATE-TRANSACTION                                  *
014900*    FIELD-LEVEL EDITS.  NAME, DATE OF BIRTH AND PAYCHECK       *
015000*    AMOUNT ONLY MATTER ON THE TRANSACTION TYPES THAT USE       *
015100*    THEM; INQUIRE/DELETE/REINSTATE ONLY NEED A VALID IDENT,    *
015150*    AND A PAYCHECK ONLY A VALID IDENT AND AMOUNT.  AN ADDRESS  *
015160*    CHANGE NEEDS A VALID IDENT AND A COMPLETE ADDRESS (REGION  *
015170*    IS OPTIONAL); RETURNED MAIL ONLY A VALID IDENT.            *
015200*****************************************************************
015300 2200-VALIDATE-TRANSACTION.
015400     SET EDIT-TRAN-OK TO TRUE.
017700         MOVE "DOB " TO EDIT-REASON-CODE
017800         GO TO 2200-EXIT
017900     END-IF.
018000     IF TRAN-IS-ADD OR TRAN-IS-PAYCHECK
018100         IF TRAN-PAYCHECK-AMT NOT NUMERIC
018200             SET EDIT-TRAN-BAD TO TRUE
018300             MOVE "AMT " TO EDIT-REASON-CODE
019000             GO TO 2200-EXIT
019100         END-IF
019200     END-IF.
019210     IF TRAN-IS-ADDRESS-CHANGE
019220             OR (TRAN-IS-ADD AND TRAN-ADDRESS NOT = SPACES)
019230         IF TRAN-STREET = SPACES OR TRAN-CITY = SPACES
019240                 OR TRAN-POSTCODE = SPACES
019250                 OR TRAN-COUNTRY = SPACES
019260             SET EDIT-TRAN-BAD TO TRUE
019270             MOVE "ADDR" TO EDIT-REASON-CODE
019280             GO TO 2200-EXIT
019290         END-IF
019295     END-IF.
019300 2200-EXIT.
019400     EXIT.
019500
021077     MOVE EDIT-CLEAN-COUNT TO RSTAT-WRITTEN-COUNT.
021078     MOVE EDIT-REJECT-COUNT TO RSTAT-REJECT-COUNT.
021079     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
021080     MOVE SPACE TO RSTAT-RESTART-FLAG.
021081     WRITE RUN-STAT-RECORD.
021082     CLOSE RUN-HISTORY.
021083 9900-EXIT.
021084     EXIT.
021085
021100 END PROGRAM CUSTEDIT.
