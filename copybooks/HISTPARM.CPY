000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    HISTPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     PARAMETER AREA PASSED TO HISTINQ ON THE       *
000700*                 LINKAGE SECTION.  THE CALLER FILLS IN A       *
000800*                 CUST-ID AND OPTIONALLY A FROM AND/OR TO POST  *
000900*                 DATE (ZERO LEAVES THAT END OF THE RANGE       *
001000*                 OPEN); HISTINQ RETURNS THE ACCOUNT'S CURRENT  *
001100*                 NAME, STATUS AND BALANCE FROM CUSTOMERS AND   *
001200*                 ONE PAGE OF UP TO HIST-MAX-POSTINGS TRANHIST  *
001300*                 POSTINGS, NEWEST FIRST.  WHEN OLDER POSTINGS  *
001400*                 REMAIN IN THE RANGE, HIST-MORE-POSTINGS IS    *
001500*                 SET AND HIST-RESTART-KEY CARRIES THE POST     *
001600*                 DATE AND SEQUENCE OF THE OLDEST POSTING       *
001700*                 RETURNED; THE CALLER PASSES THE PARM BACK     *
001800*                 UNCHANGED FOR THE NEXT PAGE.  A FRESH         *
001900*                 INQUIRY STARTS WITH HIST-RESTART-KEY ZERO.    *
002000*                 HIST-ACCOUNT-NOT-FOUND MEANS THERE IS NO      *
002100*                 CUSTOMERS ROW - A PURGED ACCOUNT MAY STILL    *
002200*                 HAVE POSTINGS INSIDE THE RETENTION PERIOD.    *
002220*                 HIST-POST-DATE IS THE TRANSACTION'S OWN DATE; *
002240*                 HIST-BUSINESS-DATE IS THE NIGHT IT POSTED TO  *
002260*                 THE BALANCE, WHICH CAN DIFFER FOR A SUSPENSE  *
002280*                 RE-FEED, AN ACCRUAL OR A FUTURE-DATED ITEM.   *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    ---------------------------------------------------------- *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------------------------------------------------------- *
002800*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002900******************************************************************
003000 01  HIST-PARM.
003100     05  HIST-CUST-ID                 PIC X(10).
003200     05  HIST-FROM-DATE               PIC 9(08).
003300     05  HIST-TO-DATE                 PIC 9(08).
003400     05  HIST-RESULT-SW               PIC X(01).
003500         88  HIST-FOUND                        VALUE "F".
003600         88  HIST-NONE-FOUND                   VALUE "N".
003700         88  HIST-MORE-POSTINGS                VALUE "M".
003800         88  HIST-BAD-REQUEST                  VALUE "E".
003900     05  HIST-RESTART-KEY.
004000         10  HIST-RESTART-DATE        PIC 9(08).
004100         10  HIST-RESTART-SEQ         PIC 9(04).
004200     05  HIST-ACCOUNT-SW              PIC X(01).
004300         88  HIST-ACCOUNT-FOUND                VALUE "Y".
004400         88  HIST-ACCOUNT-NOT-FOUND            VALUE "N".
004500     05  HIST-CUST-NAME               PIC X(30).
004600     05  HIST-CUST-STATUS             PIC X(01).
004700     05  HIST-CUST-BALANCE            PIC S9(7)V99 COMP-3.
004800     05  HIST-POSTING-COUNT           PIC 9(03).
004900     05  HIST-MAX-POSTINGS            PIC 9(03).
005000     05  HIST-POSTING-ENTRY OCCURS 20 TIMES.
005100         10  HIST-POST-DATE           PIC 9(08).
005200         10  HIST-POST-SEQ            PIC 9(04).
005300         10  HIST-DC-CODE             PIC X(01).
005400         10  HIST-AMOUNT              PIC S9(7)V99 COMP-3.
005500         10  HIST-SOURCE-CODE         PIC X(04).
005600         10  HIST-OLD-BALANCE         PIC S9(7)V99 COMP-3.
005700         10  HIST-NEW-BALANCE         PIC S9(7)V99 COMP-3.
005800         10  HIST-REVERSAL-FLAG       PIC X(01).
005900         10  HIST-BUSINESS-DATE       PIC 9(08).
