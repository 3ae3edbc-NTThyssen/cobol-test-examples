000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    REVREQ.CPY                                    *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE HELPDESK REQUEST TO REVERSE A POSTED      *
000700*                 TRANSACTION, READ BY REVGEN FROM THE REVREQ   *
000800*                 DD.  THE ITEM IS NAMED BY ITS TRANHIST KEY -  *
000900*                 CUST-ID, POST DATE AND SEQUENCE, AS SHOWN ON  *
001000*                 THE STATEMENT AND THE HISTORY INQUIRY.  THE   *
001100*                 REQUESTING USER ID AND THE REASON ARE BOTH    *
001200*                 REQUIRED AND ARE PRINTED ON THE REVERSAL      *
001300*                 REGISTER FOR AUDIT.                           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ---------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------------------------------------------------------- *
001900*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  REVREQ-RECORD.
002200     05  RQ-CUST-ID                   PIC X(10).
002300     05  RQ-POST-DATE-X               PIC X(08).
002400     05  RQ-POST-DATE REDEFINES RQ-POST-DATE-X
002500                                      PIC 9(08).
002600     05  RQ-POST-SEQ-X                PIC X(04).
002700     05  RQ-POST-SEQ REDEFINES RQ-POST-SEQ-X
002800                                      PIC 9(04).
002900     05  RQ-USER-ID                   PIC X(10).
003000     05  RQ-REASON                    PIC X(40).
003100     05  FILLER                       PIC X(08).
