000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    ARCHREC.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE RECORD ON THE SEQUENTIAL RETENTION        *
000700*                 ARCHIVE RETNPRG APPENDS TO AND RETNRLD READS  *
000800*                 BACK.  A "C" RECORD CARRIES THE CUSTOMERS ROW *
000900*                 OF A PURGED ACCOUNT AS CUSTOMER.CPY LAYS IT   *
001000*                 OUT; AN "H" RECORD CARRIES ONE TRANHIST       *
001100*                 RECORD AS TRANHIST.CPY LAYS IT OUT, EITHER    *
001200*                 BELONGING TO A PURGED ACCOUNT (REASON "P") OR *
001300*                 TRIMMED FROM A LIVE ACCOUNT FOR AGE (REASON   *
001400*                 "T").  THE ARCHIVE IS NEVER REWRITTEN - EACH  *
001500*                 RUN ADDS TO THE END OF IT.                    *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ---------------------------------------------------------- *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------------------------------------------------------- *
002100*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002200******************************************************************
002300 01  ARCHIVE-RECORD.
002400     05  AR-RECORD-TYPE               PIC X(01).
002500         88  AR-CUSTOMER                       VALUE "C".
002600         88  AR-HISTORY                        VALUE "H".
002700     05  AR-REASON                    PIC X(01).
002800         88  AR-PURGED                         VALUE "P".
002900         88  AR-TRIMMED                        VALUE "T".
003000     05  AR-CUST-ID                   PIC X(10).
003100     05  AR-ARCHIVE-DATE              PIC 9(08).
003200     05  AR-CUSTOMER-IMAGE            PIC X(94).
003300     05  AR-HISTORY-DATA REDEFINES AR-CUSTOMER-IMAGE.
003400         10  AR-HISTORY-IMAGE         PIC X(58).
003500         10  FILLER                   PIC X(36).
003600     05  FILLER                       PIC X(06).
