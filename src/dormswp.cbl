003380*                     THE CURSOR NOW ALSO FETCHES ADDRESS SO THE  *
003390*                     IMAGES CARRY THE FULL ROW.  JOB AND USER    *
003391*                     COME FROM THE JOBINFO DD, AS IN DBPROG.     *
003392*    10/15/2026  RT   THE AUDIT RECORD NOW HAS AN AUDIT-CHECKER-  *
003393*                     ID FOR DUAL-CONTROL CUSTMNT CHANGES.  IT IS *
003394*                     CLEARED HERE - THIS CHANGE PATH HAS NO      *
003395*                     CHECKER.                                    *
003396******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-370.
027556     ACCEPT AUDIT-TIME FROM TIME.
027557     MOVE WS-JOB-NAME TO AUDIT-JOB-NAME.
027558     MOVE WS-RUN-USER TO AUDIT-USER-ID.
027559     MOVE SPACES      TO AUDIT-CHECKER-ID.
027560     MOVE WS-FLIP-CUST-ID (WS-FLIP-SUB)  TO AUDIT-CUST-ID.
027561     MOVE WS-FLIP-NAME (WS-FLIP-SUB)     TO AUDIT-CUST-NAME.
027562     MOVE WS-FLIP-BALANCE (WS-FLIP-SUB)  TO AUDIT-CUST-BALANCE.
027563     MOVE "DORMFLAG"  TO AUDIT-ACTION.
