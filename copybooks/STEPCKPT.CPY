000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  STEPCKPT                                    *
000400*    PURPOSE     :  IN-STEP CHECKPOINT RECORD.  A LONG POSTING  *
000500*                   STEP REWRITES ITS OWN CHECKPOINT FILE EVERY *
000600*                   N INPUT RECORDS (CKPTPARM) WITH THE KEY OF  *
000700*                   THE LAST RECORD IT FINISHED AND ITS RUNNING *
000800*                   COUNTS AND TOTALS, AND MARKS IT COMPLETE AT *
000900*                   A CLEAN END OF JOB.  A RERUN OF THE SAME    *
001000*                   BUSINESS DATE AND RUN NUMBER THAT FINDS AN  *
001100*                   IN-PROGRESS CHECKPOINT RESUMES AFTER THAT   *
001200*                   POINT INSTEAD OF POSTING THE WORK TWICE.    *
001300*                   HELLO KEEPS PAYCKPT, COBOLTUT CUSTCKPT;     *
001400*                   EACH PROGRAM DOCUMENTS WHICH COUNT AND      *
001500*                   AMOUNT SLOTS IT USES.                       *
001600*                                                               *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    10/14/26   FT    ORIGINAL VERSION.                         *
001916*    10/14/26   FT    ADDED FOUR MORE COUNT SLOTS AFTER THE     *
001933*                     ORIGINAL TOTALS, SO A PROGRAM THAT NEEDS  *
001950*                     MORE THAN EIGHT COUNTS DOES NOT SHIFT     *
001966*                     THE AMOUNT SLOTS.  PROGRAMS NOT USING     *
001983*                     THEM LEAVE THEM BLANK.                    *
002000*****************************************************************
002100    01  STEP-CKPT-RECORD.
002200        02  SCKP-PROGRAM            PIC X(08).
002300        02  SCKP-BUSINESS-DATE      PIC 9(08).
002400        02  SCKP-RUN-NUMBER         PIC 9(05).
002500        02  SCKP-STATE              PIC X(01).
002600            88  SCKP-IN-PROGRESS    VALUE "I".
002700            88  SCKP-COMPLETE       VALUE "C".
002800        02  SCKP-TAKEN-DATE         PIC 9(08).
002900        02  SCKP-TAKEN-TIME         PIC 9(08).
003000        02  SCKP-RECORDS-DONE       PIC 9(07).
003100        02  SCKP-LAST-KEY           PIC X(10).
003200        02  SCKP-TOTALS.
003300            03  SCKP-COUNT          PIC 9(07) OCCURS 8 TIMES.
003400            03  SCKP-AMOUNT         PIC 9(09)V99 OCCURS 8 TIMES.
003500        02  SCKP-MORE-TOTALS.
003600            03  SCKP-MORE-COUNT     PIC 9(07) OCCURS 4 TIMES.
