000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  XREFAUDR                                    *
000400*    PURPOSE     :  AUDIT RECORD FOR THE EMPLOYEE-TO-CUSTOMER   *
000500*                   CROSS-REFERENCE CHANGE LOG (XREFAUD FILE),  *
000600*                   WRITTEN BY XREFMNT FOR EVERY LINK ADDED,    *
000700*                   CHANGED OR REMOVED, WITH THE CUSTOMER IDENT *
000800*                   BEFORE AND AFTER THE CHANGE.                *
000900*                                                               *
001000*    MODIFICATION HISTORY                                       *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    10/14/26   FT    ORIGINAL VERSION.                          *
001300*****************************************************************
001400    01  XREF-AUDIT-RECORD.
001500        02  XAUD-TIMESTAMP.
001600            03  XAUD-RUN-DATE       PIC 9(08).
001700            03  XAUD-RUN-TIME       PIC 9(08).
001800        02  XAUD-ACTION             PIC X(06).
001900            88  XAUD-ACTION-ADD     VALUE "ADD   ".
002000            88  XAUD-ACTION-CHANGE  VALUE "CHANGE".
002100            88  XAUD-ACTION-DELETE  VALUE "DELETE".
002200        02  XAUD-EMP-IDENT          PIC 9(04).
002300        02  XAUD-BEFORE-CUST        PIC 9(03).
002400        02  XAUD-AFTER-CUST         PIC 9(03).
