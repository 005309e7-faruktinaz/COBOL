002220*                     BUSINESS DATE ON THE RUNCTL FILE.          *
002230*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
002240*                     SHARED RUNHIST FILE AT END OF JOB.        *
002255*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK    *
002270*                     RESTART FLAG; ONLY HELLO AND COBOLTUT     *
002285*                     EVER SET IT.                              *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CUSTPURG.
023279     MOVE PURG-PURGED-COUNT TO RSTAT-WRITTEN-COUNT.
023280     MOVE ZERO TO RSTAT-REJECT-COUNT.
023281     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
023282     MOVE SPACE TO RSTAT-RESTART-FLAG.
023283     WRITE RUN-STAT-RECORD.
023284     CLOSE RUN-HISTORY.
023285 9900-EXIT.
023286     EXIT.
023287
023300 END PROGRAM CUSTPURG.
