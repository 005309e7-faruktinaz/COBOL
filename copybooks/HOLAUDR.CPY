000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  HOLAUDR                                     *
000400*    PURPOSE     :  AUDIT RECORD FOR THE BUSINESS-DAY CALENDAR  *
000500*                   CHANGE LOG (HOLAUD FILE), WRITTEN BY HOLMNT *
000600*                   FOR EVERY HOLIDAY OR WORKING-DAY ROW ADDED  *
000700*                   OR REMOVED - THE SAME KIND OF AUDIT TRAIL   *
000800*                   THE PAY CALENDAR GETS ON CALAUD.            *
000900*                                                               *
001000*    MODIFICATION HISTORY                                       *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    10/14/26   FT    ORIGINAL VERSION.                          *
001300*****************************************************************
001400    01  HOL-AUDIT-RECORD.
001500        02  HAUD-TIMESTAMP.
001600            03  HAUD-RUN-DATE       PIC 9(08).
001700            03  HAUD-RUN-TIME       PIC 9(08).
001800        02  HAUD-ACTION             PIC X(06).
001900            88  HAUD-ACTION-ADD     VALUE "ADD   ".
002000            88  HAUD-ACTION-DELETE  VALUE "DELETE".
002100        02  HAUD-CAL-DATE           PIC 9(08).
002200        02  HAUD-DAY-TYPE           PIC X(01).
002300        02  HAUD-DESC               PIC X(20).
