001120*                     CUSTOMER STATUS / CLOSED DATE FIELDS TO    *
001130*                     THE BEFORE/AFTER IMAGES, MATCHING THE NEW  *
001140*                     FIELDS ON THE CUSTREC MASTER LAYOUT.       *
001150*    10/14/26   FT    ADDED THE PAYCHK ACTION, LOGGED BY         *
001160*                     COBOLTUT FOR EACH PAYCHECK POSTED TO AN    *
001170*                     EXISTING CUSTOMER.  BOTH IMAGES CARRY THE  *
001180*                     UNCHANGED CUSTOMER RECORD.                 *
001182*    10/14/26   FT    ADDED THE ADDRCH (ADDRESS CHANGE) AND      *
001184*                     RTMAIL (RETURNED MAIL) ACTIONS AND THE     *
001186*                     MAILING ADDRESS AND RETURNED-MAIL FIELDS   *
001188*                     TO BOTH IMAGES, IN THE SAME ORDER AS       *
001190*                     CUSTMAILING ON THE CUSTREC LAYOUT.         *
001200*****************************************************************
001300    01  AUDIT-LOG-RECORD.
001400        02  AUDIT-TIMESTAMP.
001900            88  AUDIT-ACTION-UPDATE VALUE "UPDATE".
001910            88  AUDIT-ACTION-DELETE VALUE "DELETE".
001920            88  AUDIT-ACTION-REINST VALUE "REINST".
001930            88  AUDIT-ACTION-PAYCHK VALUE "PAYCHK".
001940            88  AUDIT-ACTION-ADDRCH VALUE "ADDRCH".
001950            88  AUDIT-ACTION-RTMAIL VALUE "RTMAIL".
002000        02  AUDIT-IDENT             PIC 9(03).
002100        02  AUDIT-BEFORE-IMAGE.
002200            03  AUDIT-BEFORE-NAME   PIC X(20).
002500            03  AUDIT-BEFORE-YOB    PIC 9(04).
002510            03  AUDIT-BEFORE-STATUS PIC X(01).
002520            03  AUDIT-BEFORE-CLOSED PIC 9(08).
002530            03  AUDIT-BEFORE-MAILING.
002540                04  AUDIT-BEFORE-STREET     PIC X(30).
002550                04  AUDIT-BEFORE-CITY       PIC X(20).
002560                04  AUDIT-BEFORE-REGION     PIC X(10).
002570                04  AUDIT-BEFORE-POSTCODE   PIC X(10).
002580                04  AUDIT-BEFORE-COUNTRY    PIC X(15).
002585                04  AUDIT-BEFORE-ADDR-DATE  PIC 9(08).
002590                04  AUDIT-BEFORE-RETURNED   PIC X(01).
002595                04  AUDIT-BEFORE-RTN-DATE   PIC 9(08).
002600        02  AUDIT-AFTER-IMAGE.
002700            03  AUDIT-AFTER-NAME    PIC X(20).
002800            03  AUDIT-AFTER-MOB     PIC 9(02).
003000            03  AUDIT-AFTER-YOB     PIC 9(04).
003100            03  AUDIT-AFTER-STATUS  PIC X(01).
003200            03  AUDIT-AFTER-CLOSED  PIC 9(08).
003300            03  AUDIT-AFTER-MAILING.
003400                04  AUDIT-AFTER-STREET      PIC X(30).
003500                04  AUDIT-AFTER-CITY        PIC X(20).
003600                04  AUDIT-AFTER-REGION      PIC X(10).
003700                04  AUDIT-AFTER-POSTCODE    PIC X(10).
003800                04  AUDIT-AFTER-COUNTRY     PIC X(15).
003900                04  AUDIT-AFTER-ADDR-DATE   PIC 9(08).
004000                04  AUDIT-AFTER-RETURNED    PIC X(01).
004100                04  AUDIT-AFTER-RTN-DATE    PIC 9(08).
