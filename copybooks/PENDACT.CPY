000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PENDACT.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE CHECKER DECISION ON A PENDING CUSTMNT     *
000700*                 CHANGE, KEYED DURING THE DAY AND APPLIED BY   *
000800*                 THE NIGHTLY PENDAPR RUN.  THE ITEM NUMBER IS  *
000900*                 THE PC-ITEM-NO CUSTMNT HANDED BACK WHEN IT    *
001000*                 HELD THE CHANGE.  THE CHECKER'S USER ID IS    *
001100*                 REQUIRED AND MUST NOT BE THE USER WHO MADE    *
001200*                 THE CHANGE.  A DECLINE SHOULD SAY WHY.        *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ---------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------------------------------------------------------- *
001800*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
001900******************************************************************
002000 01  PENDACT-RECORD.
002100     05  PA-ITEM-NO-X                 PIC X(12).
002200     05  PA-ITEM-NO REDEFINES PA-ITEM-NO-X
002300                                      PIC 9(12).
002400     05  PA-DECISION                  PIC X(01).
002500         88  PA-APPROVE                        VALUE "A".
002600         88  PA-DECLINE                        VALUE "D".
002700     05  PA-USER-ID                   PIC X(10).
002800     05  PA-REASON                    PIC X(30).
002900     05  FILLER                       PIC X(27).
