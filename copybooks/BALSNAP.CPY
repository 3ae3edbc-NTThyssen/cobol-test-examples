000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BALSNAP.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE ACCOUNT ON THE MONTH-END BALANCE SNAPSHOT *
000700*                 BALROLL WRITES FROM CUSTOMERS, IN CUST-ID     *
000800*                 ORDER.  NEXT MONTH'S BALROLL READS IT BACK AS *
000900*                 THE OPENING BALANCE OF EVERY ACCOUNT.         *
001000*                 SN-SNAPSHOT-DATE IS THE BUSINESS DATE THE     *
001100*                 SNAPSHOT WAS TAKEN AND IS THE SAME ON EVERY   *
001200*                 RECORD; HISTORY POSTED AFTER IT BELONGS TO    *
001300*                 THE NEXT MONTH.                               *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ---------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------------------------------------------------------- *
001900*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  BALSNAP-RECORD.
002200     05  SN-CUST-ID                   PIC X(10).
002300     05  SN-CUST-STATUS               PIC X(01).
002400     05  SN-CUST-BALANCE              PIC S9(7)V99 COMP-3.
002500     05  SN-SNAPSHOT-DATE             PIC 9(08).
002600     05  FILLER                       PIC X(16).
