000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  PAYHISTR                                    *
000400*    PURPOSE     :  PER-EMPLOYEE PAY HISTORY RECORD FOR THE     *
000500*                   PAYHIST FILE, KEYED BY EMPLOYEE IDENT,      *
000600*                   BUSINESS DATE AND RUN NUMBER.  HELLO        *
000700*                   WRITES ONE RECORD FOR EVERY EMPLOYEE IT     *
000800*                   PAYS - GROSS, EACH DEDUCTION TYPE, TOTAL    *
000900*                   DEDUCTION, NET AND WHETHER A STOP-PAY HOLD  *
001000*                   KEPT THE NET OUT OF THE BANK FILE - SO ONE  *
001100*                   EMPLOYEE'S PAY ON ONE RUN CAN STILL BE      *
001200*                   ANSWERED AFTER THE REGISTER IS GONE.        *
001300*                   PAYVAR READS IT BACK TO COMPARE TONIGHT'S   *
001400*                   NET WITH EACH EMPLOYEE'S LAST PAID RUN.     *
001500*                                                               *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/14/26   FT    ORIGINAL VERSION.                          *
001810*    10/14/26   FT    ADDED THE BANK-RETURN FLAG AND DATE, SET   *
001820*                     BY BANKRET WHEN THE BANK SENDS THE PAYMENT *
001830*                     BACK, SO A RETURN IS NEVER REVERSED TWICE. *
001853*    10/14/26   FT    ADDED THE EMPLOYEE'S COST CENTRE AT PAY    *
001876*                     TIME FOR THE LABDIST LABOR DISTRIBUTION.   *
001900*****************************************************************
002000    01  PAY-HISTORY-RECORD.
002100        02  PHST-KEY.
002200            03  PHST-EMP-IDENT      PIC 9(04).
002300            03  PHST-BUSINESS-DATE  PIC 9(08).
002400            03  PHST-RUN-NUMBER     PIC 9(05).
002500        02  PHST-PAY-DATE           PIC 9(08).
002600        02  PHST-GRADE              PIC 9(02).
002700        02  PHST-GROSS              PIC 9(05)V99.
002800        02  PHST-DED-ENTRY OCCURS 4 TIMES.
002900            03  PHST-DED-CODE       PIC X(02).
003000            03  PHST-DED-AMT        PIC 9(05)V99.
003100        02  PHST-TOT-DEDUCT         PIC 9(05)V99.
003200        02  PHST-NET                PIC 9(05)V99.
003300        02  PHST-HELD-FLAG          PIC X(01).
003400            88  PHST-HELD           VALUE "Y".
003500            88  PHST-NOT-HELD       VALUE "N".
003600        02  PHST-RETURN-FLAG        PIC X(01).
003700            88  PHST-RETURNED       VALUE "R".
003800            88  PHST-NOT-RETURNED   VALUE "N".
003900        02  PHST-RETURN-DATE        PIC 9(08).
004000        02  PHST-COST-CENTRE        PIC X(04).
