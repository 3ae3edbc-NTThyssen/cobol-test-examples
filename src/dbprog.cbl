002533*                     NO BEFORE IMAGE; THE AFTER IMAGE IS THE      *
002534*                     FULL ROW AS INSERTED, SO THE ONE TRAIL CAN   *
002535*                     RECONSTRUCT AN ACCOUNT FROM BIRTH ONWARD.    *
002545*    10/15/2026  RT   THE AUDIT RECORD NOW HAS AN AUDIT-CHECKER-  *
002555*                     ID FOR DUAL-CONTROL CUSTMNT CHANGES.  IT IS *
002565*                     CLEARED HERE - THIS CHANGE PATH HAS NO      *
002575*                     CHECKER.                                    *
002585******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
009030     ACCEPT AUDIT-TIME FROM TIME.
009040     MOVE WS-JOB-NAME  TO AUDIT-JOB-NAME.
009050     MOVE WS-RUN-USER  TO AUDIT-USER-ID.
009055     MOVE SPACES       TO AUDIT-CHECKER-ID.
009060     MOVE CUST-ID      TO AUDIT-CUST-ID.
009063     MOVE CUST-NAME    TO AUDIT-CUST-NAME.
009066     MOVE CUST-BALANCE TO AUDIT-CUST-BALANCE.
