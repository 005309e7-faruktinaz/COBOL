001200*    DATE       INIT  DESCRIPTION                                *
001300*    08/22/26   FT    PULLED OUT OF COBOLTUT.COB SO THE NEW     *
001400*                     FRONT-END EDIT PROGRAM CAN SHARE IT.      *
001420*    10/14/26   FT    ADDED THE PAYCHECK (P) TRANSACTION CODE,  *
001440*                     WHICH POSTS A PAYCHECK TO AN EXISTING     *
001460*                     ACTIVE CUSTOMER.  PAYXFER GENERATES THEM  *
001480*                     FROM THE NET PAY OF LINKED EMPLOYEES.     *
001482*    10/14/26   FT    ADDED THE MAILING ADDRESS CHANGE (M) AND  *
001484*                     RETURNED MAIL (B) CODES AND THE ADDRESS   *
001486*                     FIELDS AFTER THE PAYCHECK AMOUNT.  AN ADD *
001488*                     MAY ALSO CARRY AN ADDRESS.                *
001500*****************************************************************
001600    01  CUSTOMER-TRANS-RECORD.
001700        02  TRAN-CODE                  PIC X(01).
002000            88  TRAN-IS-INQUIRE                 VALUE "I".
002100            88  TRAN-IS-DELETE                  VALUE "D".
002200            88  TRAN-IS-REINSTATE               VALUE "R".
002250            88  TRAN-IS-PAYCHECK                VALUE "P".
002260            88  TRAN-IS-ADDRESS-CHANGE          VALUE "M".
002270            88  TRAN-IS-RETURNED-MAIL           VALUE "B".
002300            88  TRAN-CODE-VALID                 VALUE "A" "U"
002400                                                      "I" "D"
002500                                                      "R" "P"
002550                                                      "M" "B".
002600        02  TRAN-IDENT                  PIC 9(03).
002700        02  TRAN-CUST-NAME              PIC X(20).
002800        02  TRAN-MOB                    PIC 9(02).
002900        02  TRAN-DOB                    PIC 9(02).
003000        02  TRAN-YOB                    PIC 9(04).
003100        02  TRAN-PAYCHECK-AMT           PIC 9(04)V99.
003200        02  TRAN-ADDRESS.
003300            03  TRAN-STREET             PIC X(30).
003400            03  TRAN-CITY               PIC X(20).
003500            03  TRAN-REGION             PIC X(10).
003600            03  TRAN-POSTCODE           PIC X(10).
003700            03  TRAN-COUNTRY            PIC X(15).
