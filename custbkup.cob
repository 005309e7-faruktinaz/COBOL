002120*                     BUSINESS DATE FROM THE RUNCTL FILE.        *
002130*    08/22/26   FT    APPENDS A RUN-STATISTICS RECORD TO THE    *
002140*                     SHARED RUNHIST FILE AT END OF JOB.        *
002150*    10/14/26   FT    BACKUP RECORDS WIDENED FOR THE MAILING     *
002160*                     ADDRESS FIELDS NOW CARRIED ON CUSTREC.     *
002170*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK     *
002180*                     RESTART FLAG; ONLY HELLO AND COBOLTUT EVER *
002190*                     SET IT.                                    *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CUSTBKUP.
005700
005800 FD  BACKUP-GEN-1
005900     RECORDING MODE IS F.
006000 01  BKP1-RECORD                     PIC X(151).
006100
006200 FD  BACKUP-GEN-2
006300     RECORDING MODE IS F.
006400 01  BKP2-RECORD                     PIC X(151).
006500
006600 FD  BACKUP-GEN-3
006700     RECORDING MODE IS F.
006800 01  BKP3-RECORD                     PIC X(151).
006810
006820 FD  RUN-CONTROL
006830     RECORDING MODE IS F.
025277     MOVE BKUP-DETAIL-COUNT TO RSTAT-WRITTEN-COUNT.
025278     MOVE ZERO TO RSTAT-REJECT-COUNT.
025279     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
025280     MOVE SPACE TO RSTAT-RESTART-FLAG.
025281     WRITE RUN-STAT-RECORD.
025282     CLOSE RUN-HISTORY.
025283 9900-EXIT.
025284     EXIT.
025285
025300 END PROGRAM CUSTBKUP.
