003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    09/02/26   FT    ORIGINAL VERSION.                          *
003325*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
003350*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
003375*                     SET IT.                                    *
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. ACTVARCH.
037100     MOVE ARCH-READ-COUNT TO RSTAT-READ-COUNT.
037200     MOVE ARCH-ARCHIVED-COUNT TO RSTAT-WRITTEN-COUNT.
037300     MOVE ZERO TO RSTAT-REJECT-COUNT.
037350     MOVE SPACE TO RSTAT-RESTART-FLAG.
037400     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
037500     WRITE RUN-STAT-RECORD.
037600     CLOSE RUN-HISTORY.
