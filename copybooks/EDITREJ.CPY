001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------------------------------------------------------- *
001700*    08/22/2026  RT   ORIGINAL COPYBOOK.                         *
001750*    10/15/2026  RT   ADDED REASON LIKE - A NEW ACCOUNT HELD FOR *
001760*                     REVIEW AS LOOKING LIKE AN EXISTING         *
001770*                     CUSTOMER.                                  *
001800******************************************************************
001900 01  EDITREJ-RECORD.
002000     05  REJ-CUSTFLAT-DATA            PIC X(109).
002500         88  REJ-REASON-BAD-BALANCE            VALUE "BALN".
002600         88  REJ-REASON-BAD-STATUS             VALUE "STAT".
002700         88  REJ-REASON-BAD-DATE               VALUE "DATE".
002750         88  REJ-REASON-LOOK-ALIKE             VALUE "LIKE".
002800     05  FILLER                       PIC X(07).
