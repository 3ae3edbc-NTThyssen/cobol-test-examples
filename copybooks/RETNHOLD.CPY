000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    RETNHOLD.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE ACCOUNT ON RETENTION HOLD FOR A DISPUTE   *
000700*                 OR LEGAL HOLD.  RETNPRG NEITHER PURGES NOR    *
000800*                 TRIMS THE HISTORY OF ANY CUST-ID ON THE       *
000900*                 RETNHOLD DATASET.  RETNRLD ADDS A RECORD      *
001000*                 WHENEVER IT RELOADS AN ACCOUNT'S HISTORY, SO  *
001100*                 THE RELOADED HISTORY IS NOT TRIMMED AGAIN THE *
001200*                 NEXT NIGHT; COMPLIANCE MAY ALSO KEY A HOLD    *
001300*                 DIRECTLY.  A HOLD IS RELEASED BY REMOVING ITS *
001400*                 RECORD.                                       *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ---------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------------------------------------------------------- *
002000*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002100******************************************************************
002200 01  RETNHOLD-RECORD.
002300     05  HLD-CUST-ID                  PIC X(10).
002400     05  HLD-DATE                     PIC 9(08).
002500     05  HLD-USER-ID                  PIC X(10).
002600     05  HLD-REASON                   PIC X(40).
002700     05  FILLER                       PIC X(12).
