000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  BANKPAYR                                    *
000400*    PURPOSE     :  BANK PAYMENT INTERFACE RECORD FOR THE       *
000500*                   BANKPAY FILE HELLO SENDS TO THE BANK:       *
000600*                   HEADER WITH THE PAY DATE, THE BUSINESS      *
000700*                   DATE AND RUN NUMBER THAT PRODUCED THE FILE, *
000800*                   ONE DETAIL PER EMPLOYEE PAID, AND A         *
000900*                   TRAILER WITH THE DETAIL COUNT AND NET-PAY   *
001000*                   HASH TOTAL.  BANKRET READS IT BACK TO       *
001100*                   MATCH THE BANK'S RETURNED ITEMS.            *
001200*                                                               *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/14/26   FT    ORIGINAL VERSION, TAKEN FROM THE LAYOUT    *
001600*                     HELLO CARRIED IN ITS OWN FD.  THE HEADER   *
001700*                     NOW ALSO CARRIES THE BUSINESS DATE AND     *
001800*                     RUN NUMBER, WHICH THE BANK ECHOES ON ITS   *
001900*                     RETURN FILE.                               *
002000*****************************************************************
002100    01  BANK-PAY-RECORD.
002200        02  BPAY-RECORD-TYPE        PIC X(01).
002300            88  BPAY-IS-HEADER      VALUE "H".
002400            88  BPAY-IS-DETAIL      VALUE "D".
002500            88  BPAY-IS-TRAILER     VALUE "T".
002600        02  BPAY-RECORD-DATA        PIC X(25).
002700        02  BPAY-HEADER-DATA REDEFINES BPAY-RECORD-DATA.
002800            03  BPAY-PAY-DATE       PIC 9(08).
002900            03  BPAY-BUSINESS-DATE  PIC 9(08).
003000            03  BPAY-RUN-NUMBER     PIC 9(05).
003100            03  FILLER              PIC X(04).
003200        02  BPAY-DETAIL-DATA REDEFINES BPAY-RECORD-DATA.
003300            03  BPAY-EMP-IDENT      PIC 9(04).
003400            03  BPAY-NET-PAY        PIC 9(05)V99.
003500            03  FILLER              PIC X(14).
003600        02  BPAY-TRAILER-DATA REDEFINES BPAY-RECORD-DATA.
003700            03  BPAY-RECORD-COUNT   PIC 9(07).
003800            03  BPAY-NET-HASH       PIC 9(09)V99.
003900            03  FILLER              PIC X(07).
