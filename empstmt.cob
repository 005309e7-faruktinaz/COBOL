002230*                     YEAR, AND ADDS THE CARRIED PRIOR-YEAR      *
002240*                     LINE SO JANUARY STATEMENTS STILL SHOW      *
002250*                     LAST YEAR'S EARNINGS.                      *
002262*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
002274*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
002286*                     SET IT.                                    *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. EMPSTMT.
034400     MOVE STMT-EMP-READ-COUNT TO RSTAT-READ-COUNT.
034500     MOVE STMT-PRINTED-COUNT TO RSTAT-WRITTEN-COUNT.
034600     MOVE ZERO TO RSTAT-REJECT-COUNT.
034650     MOVE SPACE TO RSTAT-RESTART-FLAG.
034700     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
034800     WRITE RUN-STAT-RECORD.
034900     CLOSE RUN-HISTORY.
