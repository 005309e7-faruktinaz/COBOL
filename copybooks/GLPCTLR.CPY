000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  GLPCTLR                                     *
000400*    PURPOSE     :  GENERAL LEDGER PERIOD CONTROL RECORD FOR    *
000500*                   THE ONE-RECORD GLPCTL FILE.  HOLDS THE LAST *
000600*                   PERIOD (CCYYMM) GLCLOSE CLOSED AND WHEN.    *
000700*                   THAT PERIOD AND EVERY ONE BEFORE IT ARE     *
000800*                   LOCKED - GLUPDT REFUSES A JOURNAL DATED IN  *
000900*                   ONE - AND PERIODS CLOSE ONE AT A TIME, IN   *
001000*                   ORDER.                                      *
001100*                                                               *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/14/26   FT    ORIGINAL VERSION.                          *
001500*****************************************************************
001600    01  GL-PERIOD-CONTROL-RECORD.
001700        02  GPCT-LAST-CLOSED-PERIOD PIC 9(06).
001800        02  GPCT-CLOSED-DATE        PIC 9(08).
001900        02  GPCT-CLOSED-RUN-NUMBER  PIC 9(05).
