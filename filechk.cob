003300*    MODIFICATION HISTORY                                       *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    09/02/26   FT    ORIGINAL VERSION.                          *
003525*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
003550*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
003575*                     SET IT.                                    *
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. FILECHK.
059200             + CHK-EMP-READ-COUNT.
059300     MOVE CHK-TOTAL-EXCEPTIONS TO RSTAT-WRITTEN-COUNT.
059400     MOVE CHK-TOTAL-EXCEPTIONS TO RSTAT-REJECT-COUNT.
059450     MOVE SPACE TO RSTAT-RESTART-FLAG.
059500     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
059600     WRITE RUN-STAT-RECORD.
059700     CLOSE RUN-HISTORY.
