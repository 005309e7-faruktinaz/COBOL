000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  HOLCALR                                     *
000400*    PURPOSE     :  BUSINESS-DAY CALENDAR RECORD FOR THE HOLCAL *
000500*                   FILE, KEYED BY CALENDAR DATE.  MONDAY TO    *
000600*                   FRIDAY ARE WORKING DAYS AND SATURDAY AND    *
000700*                   SUNDAY ARE NOT, UNLESS A ROW HERE SAYS      *
000800*                   OTHERWISE: TYPE H MARKS A WEEKDAY HOLIDAY,  *
000900*                   TYPE W MARKS A WEEKEND DAY THE SHOP WORKS.  *
001000*                   EODROLL USES IT TO ADVANCE THE BUSINESS     *
001100*                   DATE TO THE NEXT WORKING DAY AND HELLO      *
001200*                   USES IT TO MOVE A PAY DATE THAT FALLS ON A  *
001300*                   NON-WORKING DAY BACK TO THE WORKING DAY     *
001400*                   BEFORE IT.  MAINTAINED BY HOLMNT.           *
001500*                                                               *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/14/26   FT    ORIGINAL VERSION.                          *
001900*****************************************************************
002000    01  HOL-CAL-RECORD.
002100        02  HCAL-DATE               PIC 9(08).
002200        02  HCAL-DAY-TYPE           PIC X(01).
002300            88  HCAL-HOLIDAY        VALUE "H".
002400            88  HCAL-WORKING-DAY    VALUE "W".
002500            88  HCAL-DAY-TYPE-VALID VALUE "H" "W".
002600        02  HCAL-DESC               PIC X(20).
