001000*    MODIFICATION HISTORY                                       *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    08/22/26   FT    ORIGINAL VERSION.                          *
001225*    10/14/26   FT    ADDED THE USER WHO KEYED THE CHANGE AND    *
001250*                     THE USER WHO APPROVED IT - EVERY RATE      *
001275*                     CHANGE NOW GOES THROUGH THE PENDQ QUEUE.   *
001300*****************************************************************
001400    01  RATE-AUDIT-RECORD.
001500        02  RAUD-TIMESTAMP.
002200        02  RAUD-EFF-DATE           PIC 9(08).
002300        02  RAUD-BEFORE-RATE        PIC V999.
002400        02  RAUD-AFTER-RATE         PIC V999.
002500        02  RAUD-ENTERED-BY         PIC X(08).
002600        02  RAUD-APPROVED-BY        PIC X(08).
