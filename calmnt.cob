002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    09/02/26   FT    ORIGINAL VERSION.                          *
002925*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
002950*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
002975*                     SET IT.                                    *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CALMNT.
032000     COMPUTE RSTAT-WRITTEN-COUNT = CAL-ADD-COUNT
032100             + CAL-DELETE-COUNT.
032200     MOVE CAL-REJECT-COUNT TO RSTAT-REJECT-COUNT.
032250     MOVE SPACE TO RSTAT-RESTART-FLAG.
032300     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
032400     WRITE RUN-STAT-RECORD.
032500     CLOSE RUN-HISTORY.
