002760*                     THE FILE STATUS OF EVERY APPLY SO A       *
002770*                     DROPPED AFTER-IMAGE CAN NEVER END WITH    *
002780*                     RETURN-CODE ZERO.                         *
002790*    10/14/26   FT    BACKUP RECORDS WIDENED AND THE MAILING    *
002792*                     ADDRESS AND RETURNED-MAIL FIELDS ARE NOW  *
002794*                     ROLLED FORWARD FROM THE AFTER-IMAGES.     *
002795*    10/15/26   FT    THE RUNHIST RECORD NOW CARRIES A BLANK    *
002796*                     RESTART FLAG; ONLY HELLO AND COBOLTUT     *
002797*                     EVER SET IT.                              *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CUSTRCOV.
006900
007000 FD  BACKUP-GEN-1
007100     RECORDING MODE IS F.
007200 01  BKP1-RECORD                     PIC X(151).
007300
007400 FD  BACKUP-GEN-2
007500     RECORDING MODE IS F.
007600 01  BKP2-RECORD                     PIC X(151).
007700
007800 FD  BACKUP-GEN-3
007900     RECORDING MODE IS F.
008000 01  BKP3-RECORD                     PIC X(151).
008100
008200 FD  CUSTOMER-AUDIT.
008300     COPY AUDITREC.
031400     MOVE AUDIT-AFTER-YOB TO YOB.
031500     MOVE AUDIT-AFTER-STATUS TO CustStatus.
031600     MOVE AUDIT-AFTER-CLOSED TO ClosedDate.
031650     MOVE AUDIT-AFTER-MAILING TO CustMailing.
031700     WRITE CUSTOMER
031800         INVALID KEY
031900             REWRITE CUSTOMER
034178             + RCOV-APPLIED-COUNT.
034179     MOVE RCOV-SKIPPED-COUNT TO RSTAT-REJECT-COUNT.
034180     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
034181     MOVE SPACE TO RSTAT-RESTART-FLAG.
034182     WRITE RUN-STAT-RECORD.
034183     CLOSE RUN-HISTORY.
034184 9900-EXIT.
034185     EXIT.
034186
034200 END PROGRAM CUSTRCOV.
