001310*    08/22/26   FT    ADDED CUSTOMER STATUS AND CLOSED DATE SO   *
001320*                     A DELETE IS A SOFT CLOSE INSTEAD OF A      *
001330*                     PHYSICAL REMOVAL.                          *
001340*    10/14/26   FT    ADDED THE MAILING ADDRESS, THE DATE IT     *
001350*                     WAS LAST CHANGED AND A RETURNED-MAIL FLAG  *
001360*                     AND DATE.  STATEMENTS ARE NOT PRINTED FOR  *
001370*                     A CUSTOMER FLAGGED RETURNED UNTIL A NEW    *
001380*                     ADDRESS IS POSTED.                         *
001400*****************************************************************
001500    01  CUSTOMER.
001600        02  Ident                   PIC 9(03).
002300            88  CustActive          VALUE "A".
002400            88  CustClosed          VALUE "C".
002500        02  ClosedDate              PIC 9(08).
002600        02  CustMailing.
002700            03  CustAddress.
002800                04  CustStreet      PIC X(30).
002900                04  CustCity        PIC X(20).
003000                04  CustRegion      PIC X(10).
003100                04  CustPostCode    PIC X(10).
003200                04  CustCountry     PIC X(15).
003300            03  AddressDate         PIC 9(08).
003400            03  MailReturnedSw      PIC X(01).
003500                88  MailReturned    VALUE "Y".
003600                88  MailDeliverable VALUE "N" " ".
003700            03  MailReturnedDate    PIC 9(08).
