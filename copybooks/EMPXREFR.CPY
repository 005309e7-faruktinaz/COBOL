000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  EMPXREFR                                    *
000400*    PURPOSE     :  EMPLOYEE-TO-CUSTOMER CROSS-REFERENCE RECORD *
000500*                   FOR THE EMPXREF FILE, KEYED BY EMPLOYEE     *
000600*                   IDENT.  LINKS AN EMPLOYEE WHO IS ALSO A     *
000700*                   CUSTOMER TO THE CUSTOMER IDENT ON CUSTMAST  *
000800*                   (THE TWO NUMBERING SCHEMES DO NOT MATCH).   *
000900*                   MAINTAINED BY XREFMNT; PAYXFER USES IT TO   *
001000*                   FEED EACH LINKED EMPLOYEE'S NET PAY INTO    *
001100*                   CUSTTRNI AS A PAYCHECK TRANSACTION.         *
001200*                                                               *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/14/26   FT    ORIGINAL VERSION.                          *
001600*****************************************************************
001700    01  EMP-XREF-RECORD.
001800        02  XREF-EMP-IDENT          PIC 9(04).
001900        02  XREF-CUST-IDENT         PIC 9(03).
002000        02  XREF-LINKED-DATE        PIC 9(08).
002100        02  XREF-CHANGED-DATE       PIC 9(08).
