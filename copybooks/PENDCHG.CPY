000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PENDCHG.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE ITEM ON THE PENDING-CHANGES KEYED FILE -  *
000700*                 A CUSTMNT UPDATE THAT CHANGES THE BALANCE, OR *
000800*                 ANY CUSTMNT DELETE, HELD FOR A SECOND USER TO *
000900*                 APPROVE OR DECLINE BEFORE IT TOUCHES          *
001000*                 CUSTOMERS.  THE KEY IS THE BUSINESS DATE THE  *
001100*                 CHANGE WAS HELD PLUS A SEQUENCE WITHIN THAT   *
001200*                 DATE; THE SAME TWELVE DIGITS READ AS ONE      *
001300*                 NUMBER ARE THE ITEM NUMBER THE CHECKER        *
001400*                 QUOTES.  PC-BEFORE-IMAGE IS THE ROW AS THE    *
001500*                 MAKER SAW IT AND PC-AFTER-IMAGE THE FULL      *
001600*                 CUSTOMER-RECORD THE MAKER SENT (CUSTOMER.CPY  *
001700*                 LAYOUT).  AN APPROVAL IS ONLY APPLIED WHILE   *
001800*                 THE ROW STILL MATCHES THE BEFORE IMAGE.  THE  *
001900*                 CHECKER, DECISION DATE AND REASON ARE BLANK   *
002000*                 UNTIL THE ITEM LEAVES PENDING STATUS.  THE    *
002100*                 ALL-ZEROS KEY IS THE PENDDEF PRIMER RECORD    *
002200*                 AND IS NEVER AN ITEM.                         *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    ---------------------------------------------------------- *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------------------------------------------------------- *
002800*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002900******************************************************************
003000 01  PENDCHG-RECORD.
003100     05  PC-ITEM-KEY.
003200         10  PC-HOLD-DATE             PIC 9(08).
003300         10  PC-HOLD-SEQ              PIC 9(04).
003400     05  PC-ITEM-NO REDEFINES PC-ITEM-KEY
003500                                      PIC 9(12).
003600     05  PC-ACTION                    PIC X(01).
003700         88  PC-UPDATE                         VALUE "U".
003800         88  PC-DELETE                         VALUE "D".
003900     05  PC-STATUS                    PIC X(01).
004000         88  PC-PENDING                        VALUE "P".
004100         88  PC-APPROVED                       VALUE "A".
004200         88  PC-DECLINED                       VALUE "D".
004300         88  PC-EXPIRED                        VALUE "E".
004400     05  PC-MAKER-ID                  PIC X(10).
004500     05  PC-MAKER-JOB                 PIC X(08).
004600     05  PC-CHECKER-ID                PIC X(10).
004700     05  PC-DECISION-DATE             PIC 9(08).
004800     05  PC-REASON                    PIC X(30).
004900     05  PC-BEFORE-IMAGE.
005000         10  PC-OLD-NAME              PIC X(30).
005100         10  PC-OLD-BALANCE           PIC S9(7)V99 COMP-3.
005200         10  PC-OLD-STATUS            PIC X(01).
005300         10  PC-OLD-ADDRESS           PIC X(40).
005400         10  PC-OLD-ACT-DATE          PIC 9(08).
005500     05  PC-AFTER-IMAGE               PIC X(94).
005600     05  FILLER                       PIC X(22).
