000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  GLJLOGR                                     *
000400*    PURPOSE     :  JOURNAL LOG RECORD FOR THE GLJLOG FILE,     *
000500*                   KEYED BY BUSINESS DATE.  GLUPDT WRITES ONE  *
000600*                   RECORD FOR EACH GLJRNL IT APPLIES TO THE    *
000700*                   GLBAL BALANCES, WITH THE JOURNAL'S TRAILER  *
000800*                   TOTALS, AND REFUSES A SECOND JOURNAL FOR A  *
000900*                   BUSINESS DATE ALREADY ON THE LOG.  IT ALSO  *
001000*                   KEEPS THAT NIGHT'S BANKPAY TRAILER COUNT    *
001100*                   AND NET-PAY HASH, SINCE BANKPAY ITSELF IS   *
001200*                   REPLACED EVERY NIGHT; GLCLOSE ADDS THEM UP  *
001300*                   FOR THE MONTH TO PROVE THE PAYNET ACCOUNT.  *
001400*                                                               *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/14/26   FT    ORIGINAL VERSION.                          *
001800*****************************************************************
001900    01  GL-JOURNAL-LOG-RECORD.
002000        02  GJLG-BUSINESS-DATE      PIC 9(08).
002100        02  GJLG-RUN-NUMBER         PIC 9(05).
002200        02  GJLG-PERIOD             PIC 9(06).
002300        02  GJLG-DETAIL-COUNT       PIC 9(07).
002400        02  GJLG-DEBIT-TOT          PIC 9(11)V99.
002500        02  GJLG-CREDIT-TOT         PIC 9(11)V99.
002600        02  GJLG-BANKPAY-DATE       PIC 9(08).
002700        02  GJLG-BANKPAY-COUNT      PIC 9(07).
002800        02  GJLG-BANKPAY-HASH       PIC 9(09)V99.
002900        02  GJLG-APPLIED-DATE       PIC 9(08).
003000        02  GJLG-APPLIED-TIME       PIC 9(08).
