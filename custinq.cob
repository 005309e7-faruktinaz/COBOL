002730*                     MONTH-END, SO A DISPUTE THAT GOES BACK     *
002740*                     FURTHER THAN THE LIVE RETENTION WINDOW     *
002750*                     CAN STILL BE ANSWERED FROM ONE SCREEN.     *
002760*    10/14/26   FT    SHOWS THE CUSTOMER'S MAILING ADDRESS, THE  *
002770*                     DATE IT WAS LAST CHANGED, AND THE RETURNED *
002780*                     MAIL FLAG WHEN STATEMENTS ARE BEING HELD.  *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CUSTINQ.
026100     ELSE
026200         DISPLAY "  STATUS ACTIVE"
026300     END-IF.
026310     IF CustAddress = SPACES
026320         DISPLAY "  NO MAILING ADDRESS ON FILE"
026330     ELSE
026340         DISPLAY "  ADDRESS " CustStreet
026350         DISPLAY "          " CustCity " " CustRegion
026360         DISPLAY "          " CustPostCode " " CustCountry
026370         DISPLAY "  ADDRESS CHANGED " AddressDate
026380     END-IF.
026385     IF MailReturned
026390         DISPLAY "  MAIL RETURNED " MailReturnedDate
026392                 " - STATEMENTS HELD UNTIL A NEW ADDRESS IS "
026394                 "POSTED"
026396     END-IF.
026400 3500-EXIT.
026500     EXIT.
026600
