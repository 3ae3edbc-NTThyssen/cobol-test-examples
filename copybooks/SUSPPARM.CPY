000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    SUSPPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     RUN-TIME PARAMETER FOR THE SUSPRPT SUSPENSE   *
000700*                 AGING REPORT, READ ONCE FROM THE SUSPPARM DD  *
000800*                 THE SAME WAY RVWPARM.CPY IS READ BY EXCPRVW.  *
000900*                 A SUSPENSE ITEM STILL OPEN SPM-ESCALATE-DAYS  *
001000*                 CALENDAR DAYS AFTER IT FIRST FAILED IS        *
001100*                 LISTED AGAIN ON THE ESCALATION PAGE.          *
001200*                 OPERATIONS SETS THE THRESHOLD BY REPLACING    *
001300*                 THE DATASET, NOT BY REQUESTING A RECOMPILE.   *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ---------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------------------------------------------------------- *
001900*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  SUSPPARM-RECORD.
002200     05  SPM-ESCALATE-DAYS            PIC 9(03).
002300     05  FILLER                       PIC X(17).
