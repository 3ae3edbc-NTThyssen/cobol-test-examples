001509*                     AN ACCOUNT FROM THE ONE TRAIL.  AN INSERT   *
001511*                     HAS NO BEFORE IMAGE AND A DELETE NO AFTER   *
001512*                     IMAGE.  RECORD LENGTH GREW 100 TO 270.      *
001513*    10/15/2026  RT   ADDED AUDIT-CHECKER-ID.  A CUSTMNT CHANGE   *
001514*                     HELD FOR DUAL CONTROL IS AUDITED WHEN IT IS *
001515*                     APPROVED, WITH THE USER WHO MADE THE CHANGE *
001516*                     IN AUDIT-USER-ID AND THE USER WHO APPROVED  *
001517*                     IT HERE.  BLANK ON EVERY SINGLE-CONTROL     *
001518*                     CHANGE.  RECORD LENGTH GREW 270 TO 280 -    *
001519*                     CONVERT THE TRAIL ONCE WITH AUDTCONV.       *
001520******************************************************************
001600 01  AUDIT-RECORD.
001700     05  AUDIT-DATE                   PIC 9(08).
001800     05  AUDIT-TIME                   PIC 9(08).
002691         10  AUDIT-NEW-STATUS         PIC X(01).
002692         10  AUDIT-NEW-ADDRESS        PIC X(40).
002693         10  AUDIT-NEW-ACT-DATE       PIC 9(08).
002695     05  AUDIT-CHECKER-ID             PIC X(10).
002700     05  FILLER                       PIC X(08).
