001520*                     SO THE YEAR-END RESET KEEPS LAST YEAR'S    *
001530*                     TOTALS ON THE RECORD FOR THE ANNUAL        *
001540*                     STATEMENTS PRINTED AFTER THE ROLLOVER.     *
001550*    10/14/26   FT    ADDED THE BUSINESS DATE AND RUN NUMBER OF  *
001560*                     THE LAST PAY RUN ROLLED IN, SO A RESTARTED *
001570*                     OR RERUN HELLO NEVER ROLLS THE SAME RUN    *
001580*                     INTO THE TOTALS TWICE.                     *
001600*****************************************************************
001700    01  EMP-YTD-RECORD.
001800        02  YTD-EMP-IDENT           PIC 9(04).
002600        02  YTD-PRIOR-DEDUCT        PIC 9(07)V99.
002700        02  YTD-PRIOR-NET           PIC 9(07)V99.
002800        02  YTD-PRIOR-RUNS          PIC 9(05).
002900        02  YTD-LAST-BUS-DATE       PIC 9(08).
003000        02  YTD-LAST-RUN-NUMBER     PIC 9(05).
