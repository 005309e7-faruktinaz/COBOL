000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  PAYCCTR                                     *
000400*    PURPOSE     :  PAYROLL RUN COST-CENTRE TOTALS RECORD FOR   *
000500*                   THE PAYCCT FILE.  HELLO WRITES ONE RECORD   *
000600*                   PER COST CENTRE PAID ON THE RUN - HEAD      *
000700*                   COUNT, GROSS, PER-DEDUCTION-TYPE AND TOTAL  *
000800*                   DEDUCTIONS, NET AND HELD NET - AND GLPOST   *
000900*                   READS THEM BACK TO POST SALARY EXPENSE TO   *
001000*                   EACH COST CENTRE'S OWN ACCOUNT.  THE        *
001100*                   RECORDS ADD UP TO THE PAYTOT GRAND TOTALS.  *
001200*                   A BLANK COST CENTRE CARRIES EMPLOYEES NOT   *
001300*                   YET ASSIGNED ONE.                           *
001400*                                                               *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/14/26   FT    ORIGINAL VERSION.                          *
001800*****************************************************************
001900    01  PAY-CCTR-RECORD.
002000        02  PCCT-BUSINESS-DATE      PIC 9(08).
002100        02  PCCT-COST-CENTRE        PIC X(04).
002200        02  PCCT-HEADCOUNT          PIC 9(05).
002300        02  PCCT-GROSS              PIC 9(09)V99.
002400        02  PCCT-TYPE-ENTRY OCCURS 4 TIMES.
002500            03  PCCT-TYPE-CODE      PIC X(02).
002600            03  PCCT-TYPE-AMT       PIC 9(09)V99.
002700        02  PCCT-TOT-DEDUCT         PIC 9(09)V99.
002800        02  PCCT-TOT-NET            PIC 9(09)V99.
002900        02  PCCT-HELD-NET           PIC 9(09)V99.
