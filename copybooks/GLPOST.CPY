000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    GLPOST.CPY                                    *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE RECORD OF THE GLPOST EXTRACT CUSTPOST     *
000700*                 APPENDS TO FOR THE GLJRNL GENERAL LEDGER      *
000800*                 INTERFACE.  A POSTING RECORD ("P") IS WRITTEN *
000900*                 FOR EVERY TRANSACTION THE MOMENT ITS POSTING  *
001000*                 COMMITS; A RUN-TOTAL RECORD ("T") IS WRITTEN  *
001100*                 AT THE END OF EVERY CUSTPOST RUN THAT         *
001200*                 FINISHES, CARRYING THE SAME POSTED COUNT AND  *
001300*                 DEBIT/CREDIT TOTALS THE POSTING JOURNAL       *
001400*                 PRINTS, SO GLJRNL CAN PROVE THE POSTINGS IT   *
001500*                 SUMMARIZES ARE EXACTLY WHAT CUSTPOST POSTED.  *
001600*                 GP-BUSINESS-DATE IS THE BUSDATE BUSINESS DATE *
001700*                 OF THE CUSTPOST RUN, NOT THE TRANSACTION'S    *
001800*                 OWN POST DATE.                                *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ---------------------------------------------------------- *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------------------------------------------------------- *
002400*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002500******************************************************************
002600 01  GLPOST-RECORD.
002700     05  GP-RECORD-TYPE               PIC X(01).
002800         88  GP-POSTING                        VALUE "P".
002900         88  GP-RUN-TOTAL                      VALUE "T".
003000     05  GP-BUSINESS-DATE             PIC 9(08).
003100     05  GP-POSTING-DATA.
003200         10  GP-SOURCE-CODE           PIC X(04).
003300         10  GP-DC-CODE               PIC X(01).
003400             88  GP-DEBIT                      VALUE "D".
003500             88  GP-CREDIT                     VALUE "C".
003600         10  GP-AMOUNT                PIC S9(7)V99.
003700         10  GP-CUST-ID               PIC X(10).
003800         10  FILLER                   PIC X(07).
003900     05  GP-RUN-TOTAL-DATA REDEFINES GP-POSTING-DATA.
004000         10  GP-RUN-POSTED-COUNT      PIC 9(07).
004100         10  GP-RUN-DEBIT-TOTAL       PIC S9(9)V99.
004200         10  GP-RUN-CREDIT-TOTAL      PIC S9(9)V99.
004300         10  FILLER                   PIC X(02).
