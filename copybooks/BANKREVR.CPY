000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  BANKREVR                                    *
000400*    PURPOSE     :  BANK RETURN REVERSAL RECORD FOR THE BANKREV *
000500*                   FILE.  BANKRET APPENDS ONE RECORD FOR EVERY *
000600*                   DIRECT-DEPOSIT ITEM THE BANK SENT BACK AND  *
000700*                   IT MATCHED TO A BANKPAY DETAIL; GLPOST      *
000800*                   POSTS THE RECORDS FOR THE BUSINESS DATE AS  *
000900*                   A CASH (PAYNET) DEBIT AGAINST A PAYHELD     *
001000*                   LIABILITY CREDIT.                           *
001100*                                                               *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/14/26   FT    ORIGINAL VERSION.                          *
001500*****************************************************************
001600    01  BANK-REVERSAL-RECORD.
001700        02  BREV-RETURN-DATE        PIC 9(08).
001800        02  BREV-ORIG-DATE          PIC 9(08).
001900        02  BREV-ORIG-RUN           PIC 9(05).
002000        02  BREV-EMP-IDENT          PIC 9(04).
002100        02  BREV-AMOUNT             PIC 9(05)V99.
002200        02  BREV-REASON             PIC X(02).
