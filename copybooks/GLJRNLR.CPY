000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  GLJRNLR                                     *
000400*    PURPOSE     :  GENERAL LEDGER JOURNAL RECORD FOR THE       *
000500*                   GLJRNL FILE GLPOST WRITES EACH NIGHT:       *
000600*                   HEADER WITH THE POSTING (BUSINESS) DATE,    *
000700*                   ONE DETAIL PER ACCOUNT / SIDE / AMOUNT, AND *
000800*                   A TRAILER WITH THE DETAIL COUNT AND THE     *
000900*                   DEBIT AND CREDIT HASH TOTALS.  GLUPDT READS *
001000*                   IT BACK TO UPDATE THE GLBAL BALANCES.       *
001100*                                                               *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/14/26   FT    ORIGINAL VERSION, TAKEN FROM THE LAYOUT    *
001500*                     GLPOST CARRIED IN ITS OWN FD.              *
001600*****************************************************************
001700    01  GL-JOURNAL-RECORD.
001800        02  GLJ-RECORD-TYPE         PIC X(01).
001900            88  GLJ-IS-HEADER       VALUE "H".
002000            88  GLJ-IS-DETAIL       VALUE "D".
002100            88  GLJ-IS-TRAILER      VALUE "T".
002200        02  GLJ-RECORD-DATA         PIC X(40).
002300        02  GLJ-HEADER-DATA REDEFINES GLJ-RECORD-DATA.
002400            03  GLJ-POST-DATE       PIC 9(08).
002500            03  FILLER              PIC X(32).
002600        02  GLJ-DETAIL-DATA REDEFINES GLJ-RECORD-DATA.
002700            03  GLJ-ACCOUNT         PIC 9(06).
002800            03  GLJ-DC              PIC X(01).
002900            03  GLJ-AMOUNT          PIC 9(09)V99.
003000            03  GLJ-SOURCE          PIC X(08).
003100            03  GLJ-TRAN-DATE       PIC 9(08).
003200            03  FILLER              PIC X(06).
003300        02  GLJ-TRAILER-DATA REDEFINES GLJ-RECORD-DATA.
003400            03  GLJ-COUNT           PIC 9(07).
003500            03  GLJ-DEBIT-TOT       PIC 9(11)V99.
003600            03  GLJ-CREDIT-TOT      PIC 9(11)V99.
003700            03  FILLER              PIC X(07).
