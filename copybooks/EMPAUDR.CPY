001320*                     PAY-FREQUENCY FIELDS TO THE BEFORE/AFTER   *
001330*                     IMAGES, MATCHING THE NEW FIELD ON THE      *
001340*                     EMPREC MASTER LAYOUT.                      *
001355*    10/14/26   FT    ADDED THE COST-CENTRE-CHANGE ACTION AND    *
001370*                     THE COST CENTRE TO THE BEFORE/AFTER        *
001385*                     IMAGES.                                    *
001388*    10/14/26   FT    ADDED THE USER WHO KEYED THE CHANGE AND    *
001392*                     THE USER WHO APPROVED IT UNDER DUAL        *
001396*                     CONTROL (BLANK WHEN NO APPROVAL WAS        *
001398*                     NEEDED).                                   *
001400*****************************************************************
001500    01  EMP-AUDIT-RECORD.
001600        02  EAUD-TIMESTAMP.
002200            88  EAUD-ACTION-GRADE   VALUE "GRADE ".
002300            88  EAUD-ACTION-SALARY  VALUE "SALARY".
002310            88  EAUD-ACTION-FREQ    VALUE "FREQ  ".
002355            88  EAUD-ACTION-CCTR    VALUE "CCTR  ".
002400        02  EAUD-IDENT              PIC 9(04).
002500        02  EAUD-BEFORE-IMAGE.
002600            03  EAUD-BEFORE-NAME    PIC X(20).
002900            03  EAUD-BEFORE-STATUS  PIC X(01).
003000            03  EAUD-BEFORE-TERMDT  PIC 9(08).
003010            03  EAUD-BEFORE-FREQ    PIC X(01).
003055            03  EAUD-BEFORE-CCTR    PIC X(04).
003100        02  EAUD-AFTER-IMAGE.
003200            03  EAUD-AFTER-NAME     PIC X(20).
003300            03  EAUD-AFTER-GRADE    PIC 9(02).
003500            03  EAUD-AFTER-STATUS   PIC X(01).
003600            03  EAUD-AFTER-TERMDT   PIC 9(08).
003610            03  EAUD-AFTER-FREQ     PIC X(01).
003710            03  EAUD-AFTER-CCTR     PIC X(04).
003810        02  EAUD-ENTERED-BY         PIC X(08).
003910        02  EAUD-APPROVED-BY        PIC X(08).
