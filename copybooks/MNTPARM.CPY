001300*    DATE       INIT  DESCRIPTION                                *
001400*    ---------------------------------------------------------- *
001500*    05/07/2021  RT   ORIGINAL COPYBOOK.                         *
001510*    10/15/2026  RT   ADDED APPROVE ("A") AND DECLINE ("X") OF A  *
001520*                     HELD CHANGE, AND THE ITEM NUMBER, CHECKER   *
001530*                     AND REASON FIELDS.  A BALANCE-CHANGING      *
001540*                     UPDATE OR ANY DELETE IS HELD ON THE         *
001550*                     PENDING-CHANGES FILE (RC 2, MNT-ITEM-NO     *
001560*                     SET) UNTIL A SECOND USER APPROVES OR        *
001570*                     DECLINES IT BY ITEM NUMBER, WITH THAT USER  *
001580*                     IN MNT-CHECKER-ID.  A REFUSED APPROVAL OR   *
001590*                     DECLINE COMES BACK RC 6 WITH MNT-REASON.    *
001600******************************************************************
001700 01  MNT-PARM.
001800     05  MNT-ACTION                   PIC X(01).
001900         88  MNT-UPDATE                        VALUE "U".
002000         88  MNT-DELETE                        VALUE "D".
002100         88  MNT-APPROVE                       VALUE "A".
002200         88  MNT-DECLINE                       VALUE "X".
002300     05  MNT-ITEM-NO                  PIC 9(12).
002400     05  MNT-CHECKER-ID               PIC X(10).
002500     05  MNT-REASON                   PIC X(30).
