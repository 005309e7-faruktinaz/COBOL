000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK    :  PENDREC                                     *
000400*    PURPOSE     :  PENDING-APPROVAL QUEUE RECORD FOR THE PENDQ *
000500*                   FILE, KEYED BY THE BUSINESS DATE THE ITEM   *
000600*                   WAS QUEUED AND A SEQUENCE NUMBER WITHIN     *
000700*                   THAT DATE.  SENSITIVE PAYROLL CHANGES - A   *
000800*                   SALARY CHANGE OVER THE THRESHOLD, ANY RATE  *
000900*                   CHANGE, ANY STOP-PAY HOLD ADD OR RELEASE -  *
001000*                   ARE QUEUED HERE BY EMPMNT AND RATEMNT WITH  *
001100*                   THE USER WHO KEYED THEM.  PENDAPR RECORDS   *
001200*                   THE APPROVAL OR REJECTION BY A DIFFERENT    *
001300*                   USER AND EXPIRES STALE ITEMS; EMPMNT,       *
001400*                   RATEMNT AND HELLO APPLY ONLY APPROVED ITEMS *
001500*                   AND MARK THEM APPLIED.  PENDRPT LISTS THE   *
001600*                   QUEUE FOR THE PAYROLL SUPERVISOR.           *
001700*                                                               *
001800*                   STATUS  P = PENDING APPROVAL                *
001900*                           A = APPROVED, NOT YET APPLIED       *
002000*                           R = REJECTED BY THE CHECKER         *
002100*                           E = EXPIRED UNAPPROVED              *
002200*                           D = APPLIED (DONE)                  *
002300*                           F = APPROVED BUT COULD NOT BE       *
002400*                               APPLIED - SEE THE REMARK        *
002500*                                                               *
002600*    MODIFICATION HISTORY                                       *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    10/14/26   FT    ORIGINAL VERSION.                          *
002900*****************************************************************
003000    01  PEND-RECORD.
003100        02  PEND-KEY.
003200            03  PEND-QUEUE-DATE     PIC 9(08).
003300            03  PEND-SEQ-NUMBER     PIC 9(04).
003400        02  PEND-TYPE               PIC X(01).
003500            88  PEND-TYPE-SALARY    VALUE "S".
003600            88  PEND-TYPE-RATE      VALUE "R".
003700            88  PEND-TYPE-HOLD      VALUE "H".
003800        02  PEND-STATUS             PIC X(01).
003900            88  PEND-PENDING        VALUE "P".
004000            88  PEND-APPROVED       VALUE "A".
004100            88  PEND-REJECTED       VALUE "R".
004200            88  PEND-EXPIRED        VALUE "E".
004300            88  PEND-APPLIED        VALUE "D".
004400            88  PEND-NOT-APPLIED    VALUE "F".
004500        02  PEND-ENTERED-BY         PIC X(08).
004600        02  PEND-QUEUE-TIME         PIC 9(08).
004700        02  PEND-APPROVED-BY        PIC X(08).
004800        02  PEND-STATUS-DATE        PIC 9(08).
004900        02  PEND-REMARK             PIC X(24).
005000        02  PEND-DETAIL             PIC X(30).
005100        02  PEND-SALARY-DETAIL REDEFINES PEND-DETAIL.
005200            03  PEND-SAL-IDENT      PIC 9(04).
005300            03  PEND-SAL-BEFORE     PIC 9(05)V99.
005400            03  PEND-SAL-AFTER      PIC 9(05)V99.
005500            03  FILLER              PIC X(12).
005600        02  PEND-RATE-DETAIL REDEFINES PEND-DETAIL.
005700            03  PEND-RATE-ACTION    PIC X(01).
005800                88  PEND-RATE-ADD   VALUE "A".
005900                88  PEND-RATE-UPDATE VALUE "U".
006000            03  PEND-RATE-GRADE     PIC 9(02).
006100            03  PEND-RATE-EFF-DATE  PIC 9(08).
006200            03  PEND-RATE-BEFORE    PIC V999.
006300            03  PEND-RATE-AFTER     PIC V999.
006400            03  FILLER              PIC X(13).
006500        02  PEND-HOLD-DETAIL REDEFINES PEND-DETAIL.
006600            03  PEND-HOLD-ACTION    PIC X(01).
006700                88  PEND-HOLD-ADD   VALUE "A".
006800                88  PEND-HOLD-RELEASE VALUE "R".
006900            03  PEND-HOLD-IDENT     PIC 9(04).
007000            03  FILLER              PIC X(25).
