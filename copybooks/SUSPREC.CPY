000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    SUSPREC.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE ITEM ON THE SUSPENSE KEYED FILE - A       *
000700*                 CUSTTRAN TRANSACTION CUSTPOST REJECTED, HELD  *
000800*                 UNTIL THE HELPDESK CORRECTS OR CANCELS IT.    *
000900*                 THE KEY IS THE BUSINESS DATE THE ITEM FIRST   *
001000*                 FAILED PLUS A SEQUENCE WITHIN THAT DATE; THE  *
001100*                 SAME TWELVE DIGITS READ AS ONE NUMBER ARE     *
001200*                 THE ITEM NUMBER THE HELPDESK QUOTES AND THE   *
001300*                 TR-REF-KEY A RE-FED TRANSACTION CARRIES.      *
001400*                 SUS-TRAN-IMAGE IS THE TRANSACTION AS LAST     *
001500*                 SENT TO CUSTPOST (CUSTTRAN.CPY LAYOUT).  THE  *
001600*                 ACTION DATE AND USER ARE WHOEVER LAST MOVED   *
001700*                 THE ITEM - CUSTPOST ON A REJECT OR A CLEAR,   *
001800*                 THE HELPDESK USER ON A CORRECTION OR CANCEL.  *
001900*                 THE ALL-ZEROS KEY IS THE SUSPDEF PRIMER       *
002000*                 RECORD AND IS NEVER AN ITEM.                  *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ---------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------------------------------------------------------- *
002600*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002700******************************************************************
002800 01  SUSPENSE-RECORD.
002900     05  SUS-ITEM-KEY.
003000         10  SUS-FAIL-DATE            PIC 9(08).
003100         10  SUS-FAIL-SEQ             PIC 9(04).
003200     05  SUS-ITEM-NO REDEFINES SUS-ITEM-KEY
003300                                      PIC 9(12).
003400     05  SUS-TRAN-IMAGE               PIC X(40).
003500     05  SUS-REASON-CODE              PIC X(04).
003600         88  SUS-BAD-DC-CODE                   VALUE "DCCD".
003700         88  SUS-BAD-AMOUNT                    VALUE "AMNT".
003800         88  SUS-BAD-POST-DATE                 VALUE "DATE".
003900         88  SUS-UNKNOWN-CUST                  VALUE "CUST".
004000         88  SUS-ACCOUNT-CLOSED                VALUE "CLSD".
004100         88  SUS-BAD-REFERENCE                 VALUE "SREF".
004110         88  SUS-BAD-REVERSAL-REF              VALUE "RREF".
004120         88  SUS-REVERSAL-NOT-ALLOWED          VALUE "RDUP".
004200     05  SUS-STATUS                   PIC X(01).
004300         88  SUS-OPEN                          VALUE "O".
004400         88  SUS-RESUBMITTED                   VALUE "R".
004500         88  SUS-POSTED                        VALUE "P".
004600         88  SUS-CANCELLED                     VALUE "X".
004700     05  SUS-FAIL-COUNT               PIC 9(02).
004800     05  SUS-ACTION-DATE              PIC 9(08).
004900     05  SUS-ACTION-USER              PIC X(10).
005000     05  FILLER                       PIC X(03).
