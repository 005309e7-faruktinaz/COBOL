000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  TAXFILR                                     *
000400*    PURPOSE     :  RECORD LAYOUT FOR THE TAXFILE YEAR-END      *
000500*                   FILING FILE WRITTEN BY TAXSUM FOR THE TAX   *
000600*                   AUTHORITY - A HEADER CARRYING THE TAX YEAR  *
000700*                   AND WHETHER THE FILE IS AN ORIGINAL OR A    *
000800*                   CORRECTION, ONE DETAIL PER CUSTOMER WITH    *
000900*                   THE YEAR'S PAYCHECK, TAX, BENEFITS AND NET  *
001000*                   TOTALS, AND A TRAILER CARRYING THE DETAIL   *
001100*                   COUNT AND A HASH TOTAL OF EACH AMOUNT.  A   *
001200*                   CORRECTED DETAIL REPLACES THE ONE FILED     *
001300*                   EARLIER FOR THE SAME CUSTOMER AND YEAR.     *
001350*                   A CORRECTION FILE IS WRITTEN TO TAXCORR.    *
001400*                                                               *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/14/26   FT    ORIGINAL VERSION.                          *
001800*****************************************************************
001900    01  TAX-FILING-RECORD.
002000        02  TAXF-RECORD-TYPE        PIC X(01).
002100            88  TAXF-IS-HEADER      VALUE "H".
002200            88  TAXF-IS-DETAIL      VALUE "D".
002300            88  TAXF-IS-TRAILER     VALUE "T".
002400        02  TAXF-RECORD-DATA        PIC X(78).
002500        02  TAXF-HEADER-DATA REDEFINES TAXF-RECORD-DATA.
002600            03  TAXF-TAX-YEAR       PIC 9(04).
002700            03  TAXF-CREATED-DATE   PIC 9(08).
002800            03  TAXF-RUN-NUMBER     PIC 9(05).
002900            03  TAXF-FILE-KIND      PIC X(01).
003000                88  TAXF-ORIGINAL-FILE   VALUE "O".
003100                88  TAXF-CORRECTION-FILE VALUE "C".
003200            03  FILLER              PIC X(60).
003300        02  TAXF-DETAIL-DATA REDEFINES TAXF-RECORD-DATA.
003400            03  TAXF-IDENT          PIC 9(03).
003500            03  TAXF-NAME           PIC X(20).
003600            03  TAXF-CUST-STATUS    PIC X(01).
003700            03  TAXF-CLOSED-DATE    PIC 9(08).
003800            03  TAXF-CORRECTION-SW  PIC X(01).
003900                88  TAXF-IS-CORRECTION   VALUE "C".
004000            03  TAXF-ITEM-COUNT     PIC 9(05).
004100            03  TAXF-PAYCHECK-TOT   PIC 9(08)V99.
004200            03  TAXF-TAX-TOT        PIC 9(08)V99.
004300            03  TAXF-BENEFITS-TOT   PIC 9(08)V99.
004400            03  TAXF-NET-TOT        PIC 9(08)V99.
004500        02  TAXF-TRAILER-DATA REDEFINES TAXF-RECORD-DATA.
004600            03  TAXF-RECORD-COUNT   PIC 9(07).
004700            03  TAXF-PAYCHECK-HASH  PIC 9(11)V99.
004800            03  TAXF-TAX-HASH       PIC 9(11)V99.
004900            03  TAXF-BENEFITS-HASH  PIC 9(11)V99.
005000            03  TAXF-NET-HASH       PIC 9(11)V99.
005100            03  FILLER              PIC X(19).
