000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PENDPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     RUN-TIME PARAMETER FOR THE PENDAPR APPROVAL   *
000700*                 RUN, READ ONCE FROM THE PENDPARM DD THE SAME  *
000800*                 WAY SUSPPARM.CPY IS READ BY SUSPRPT.  A       *
000900*                 PENDING CUSTMNT CHANGE NOT APPROVED OR        *
001000*                 DECLINED WITHIN PPM-EXPIRE-DAYS CALENDAR DAYS *
001100*                 OF THE BUSINESS DATE IT WAS HELD IS EXPIRED   *
001200*                 AND CAN NO LONGER BE APPROVED.  OPERATIONS    *
001300*                 SETS THE LIMIT BY REPLACING THE DATASET, NOT  *
001400*                 BY REQUESTING A RECOMPILE.                    *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ---------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------------------------------------------------------- *
002000*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002100******************************************************************
002200 01  PENDPARM-RECORD.
002300     05  PPM-EXPIRE-DAYS              PIC 9(03).
002400     05  FILLER                       PIC X(17).
