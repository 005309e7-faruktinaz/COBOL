001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    08/22/26   FT    ORIGINAL VERSION.                          *
001510*    10/14/26   FT    WIDENED THE DETAIL IMAGE FOR THE MAILING   *
001520*                     ADDRESS AND RETURNED-MAIL FIELDS ADDED TO  *
001530*                     CUSTREC.                                   *
001600*****************************************************************
001700    01  BACKUP-RECORD.
001800        02  BKUP-RECORD-TYPE        PIC X(01).
001900            88  BKUP-IS-HEADER      VALUE "H".
002000            88  BKUP-IS-DETAIL      VALUE "D".
002100            88  BKUP-IS-TRAILER     VALUE "T".
002200        02  BKUP-RECORD-DATA        PIC X(150).
002300        02  BKUP-HEADER-DATA REDEFINES BKUP-RECORD-DATA.
002400            03  BKUP-BACKUP-DATE    PIC 9(08).
002500            03  BKUP-GENERATION     PIC 9(01).
002600            03  FILLER              PIC X(141).
002700        02  BKUP-DETAIL-DATA REDEFINES BKUP-RECORD-DATA.
002800            03  BKUP-CUSTOMER-IMAGE PIC X(142).
002900            03  FILLER              PIC X(08).
003000        02  BKUP-TRAILER-DATA REDEFINES BKUP-RECORD-DATA.
003100            03  BKUP-RECORD-COUNT   PIC 9(07).
003200            03  FILLER              PIC X(143).
