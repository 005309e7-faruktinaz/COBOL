000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  GLBALR                                      *
000400*    PURPOSE     :  GENERAL LEDGER BALANCE RECORD FOR THE GLBAL *
000500*                   FILE, KEYED BY ACCOUNT AND PERIOD (CCYYMM). *
000600*                   GLUPDT ADDS EACH NIGHT'S GLJRNL DEBITS AND  *
000700*                   CREDITS TO THE PERIOD OF THE JOURNAL'S      *
000800*                   BUSINESS DATE.  BALANCES ARE SIGNED, DEBIT  *
000900*                   POSITIVE: CLOSING = OPENING + DEBITS -      *
001000*                   CREDITS.  GLCLOSE MARKS A PERIOD'S RECORDS  *
001100*                   CLOSED AND CARRIES EACH CLOSING BALANCE     *
001200*                   FORWARD AS THE NEXT PERIOD'S OPENING.       *
001300*                   GLTRIAL PRINTS THEM AS A TRIAL BALANCE.     *
001400*                                                               *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/14/26   FT    ORIGINAL VERSION.                          *
001800*****************************************************************
001900    01  GL-BALANCE-RECORD.
002000        02  GLB-KEY.
002100            03  GLB-ACCOUNT         PIC 9(06).
002200            03  GLB-PERIOD          PIC 9(06).
002300        02  GLB-OPENING-BAL         PIC S9(11)V99.
002400        02  GLB-PERIOD-DEBITS       PIC 9(11)V99.
002500        02  GLB-PERIOD-CREDITS      PIC 9(11)V99.
002600        02  GLB-CLOSING-BAL         PIC S9(11)V99.
002700        02  GLB-LAST-POST-DATE      PIC 9(08).
002800        02  GLB-STATUS              PIC X(01).
002900            88  GLB-PERIOD-OPEN     VALUE "O".
003000            88  GLB-PERIOD-CLOSED   VALUE "C".
