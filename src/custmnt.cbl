002423*                     WRITTEN ONLY AFTER THE COMMIT TOOK.  JOB     *
002424*                     AND USER COME FROM THE JOBINFO DD, SAME      *
002425*                     PATTERN AS DBPROG.                           *
002429*    10/15/2026  RT   DUAL CONTROL.  AN UPDATE THAT CHANGES THE    *
002433*                     BALANCE, AND EVERY DELETE, IS NO LONGER      *
002437*                     APPLIED - IT IS HELD ON THE PENDCHG          *
002441*                     PENDING-CHANGES FILE WITH THE ROW AS THE     *
002445*                     MAKER SAW IT, AND CUSTMNT COMES BACK RC 2    *
002449*                     WITH THE ITEM NUMBER IN MNT-ITEM-NO.  A      *
002453*                     SECOND, DIFFERENT USER APPROVES (MNT-ACTION  *
002457*                     "A") OR DECLINES ("X") THE ITEM; AN          *
002461*                     APPROVAL IS APPLIED ONLY WHILE THE ROW STILL *
002465*                     MATCHES THE HELD BEFORE IMAGE, OTHERWISE THE *
002469*                     ITEM IS DECLINED.  THE CUSTAUD RECORD OF AN  *
002473*                     APPROVED CHANGE CARRIES THE MAKER IN         *
002477*                     AUDIT-USER-ID AND THE CHECKER IN             *
002481*                     AUDIT-CHECKER-ID.  RC 6 = THE APPROVAL OR    *
002485*                     DECLINE WAS REFUSED, REASON IN MNT-REASON.   *
002489******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
003250         ACCESS MODE IS RANDOM
003260         RECORD KEY IS MIR-CUST-ID
003270         FILE STATUS IS WS-MIRROR-STATUS.
003275     SELECT PENDCHG-FILE ASSIGN TO PENDCHG
003280         ORGANIZATION IS INDEXED
003285         ACCESS MODE IS RANDOM
003290         RECORD KEY IS PC-ITEM-KEY
003295         FILE STATUS IS WS-PEND-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DBCONN-FILE
003756 01  MIR-CUSTOMER-RECORD.
003760     05  MIR-CUST-ID              PIC X(10).
003770     05  MIR-CUST-DATA            PIC X(84).
003780 FD  PENDCHG-FILE.
003790     COPY pendchg.cpy.
003800 WORKING-STORAGE SECTION.
003900 77  WS-CONNECTED-SW          PIC X(01) VALUE "N".
004000     88  WS-ALREADY-CONNECTED          VALUE "Y".
004010 77  WS-RUNCTL-SW             PIC X(01) VALUE "N".
004020     88  WS-RUNCTL-OPENED              VALUE "Y".
004022 77  WS-DECISION-SW           PIC X(01) VALUE "N".
004024     88  WS-DECISION-REFUSED           VALUE "Y".
004030 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
004050 01  WS-MIRROR-STATUS         PIC X(02).
004060 01  WS-PEND-STATUS           PIC X(02).
004100 01  WS-USER                  PIC X(10).
004200 01  WS-PASS                  PIC X(10).
004210 01  WS-JOB-NAME              PIC X(08).
004260 01  WS-OLD-STATUS            PIC X(01).
004270 01  WS-OLD-ADDRESS           PIC X(40).
004280 01  WS-OLD-ACT-DATE          PIC 9(08).
004282 01  WS-AUDIT-MAKER           PIC X(10).
004284 01  WS-AUDIT-CHECKER         PIC X(10).
004286 01  WS-DECLINE-REASON        PIC X(30).
004300 COPY sqlca.cpy.
004400 LINKAGE SECTION.
004500 COPY mntparm.cpy.
005200     IF NOT WS-ALREADY-CONNECTED
005300         PERFORM 1000-CONNECT-TO-MYDB THRU 1000-EXIT
005400     END-IF.
005410     MOVE WS-RUN-USER TO WS-AUDIT-MAKER.
005420     MOVE SPACES      TO WS-AUDIT-CHECKER.
005500     IF MNT-UPDATE
005600         PERFORM 2000-UPDATE-CUSTOMER THRU 2000-EXIT
005700     ELSE IF MNT-DELETE
005800         PERFORM 3000-DELETE-CUSTOMER THRU 3000-EXIT
005810     ELSE IF MNT-APPROVE
005820         PERFORM 9200-APPROVE-CHANGE THRU 9200-EXIT
005830     ELSE IF MNT-DECLINE
005840         PERFORM 9300-DECLINE-CHANGE THRU 9300-EXIT
005900     ELSE
006000         DISPLAY "CUSTMNT - INVALID MNT-ACTION: " MNT-ACTION
006100         MOVE 16 TO RETURN-CODE
007692*    WAY DBPROG KEEPS ITS AUDIT TRAIL OPEN - CUSTMNT IS CALLED
007694*    ONCE PER TRANSACTION AND HAS NO "LAST CALL" SIGNAL.
007696     OPEN EXTEND AUDIT-FILE.
007697     PERFORM 9000-OPEN-PENDING-FILE THRU 9000-EXIT.
007700     SET WS-ALREADY-CONNECTED TO TRUE.
007800 1000-EXIT.
007900     EXIT.
008000******************************************************************
008100*    2000-UPDATE-CUSTOMER - APPLY THE CORRECTED CUSTOMER-RECORD   *
008200*    FIELDS TO THE ROW IDENTIFIED BY CUST-ID.                    *
008210*    AN UPDATE THAT CHANGES THE BALANCE IS NOT APPLIED HERE - IT *
008220*    IS HELD FOR A SECOND USER'S APPROVAL.                        *
008300******************************************************************
008400 2000-UPDATE-CUSTOMER.
008450     PERFORM 6000-FETCH-BEFORE-IMAGE THRU 6000-EXIT.
008452     IF SQLCODE = 0 AND CUST-BALANCE NOT = WS-OLD-BALANCE
008454         PERFORM 9100-HOLD-FOR-APPROVAL THRU 9100-EXIT
008456         GO TO 2000-EXIT
008458     END-IF.
008460     PERFORM 2100-APPLY-UPDATE THRU 2100-EXIT.
008462 2000-EXIT.
008464     EXIT.
008466******************************************************************
008468*    2100-APPLY-UPDATE - THE UPDATE ITSELF, FOR A CHANGE THAT    *
008470*    NEEDS NO APPROVAL OR ONE A CHECKER HAS JUST APPROVED.       *
008472******************************************************************
008474 2100-APPLY-UPDATE.
008500     EXEC SQL
008600          UPDATE CUSTOMERS
008700             SET NAME = :CUST-NAME,
009417         PERFORM 6500-WRITE-AUDIT-RECORD THRU 6500-EXIT
009420         PERFORM 7000-MIRROR-UPDATE THRU 7000-EXIT
009430     END-IF.
009500 2100-EXIT.
009600     EXIT.
009700******************************************************************
009800*    3000-DELETE-CUSTOMER - REMOVE THE ROW IDENTIFIED BY CUST-ID. *
009810*    EVERY DELETE OF AN EXISTING ROW IS HELD FOR A SECOND USER'S  *
009820*    APPROVAL INSTEAD OF BEING APPLIED HERE.                      *
009900******************************************************************
010000 3000-DELETE-CUSTOMER.
010050     PERFORM 6000-FETCH-BEFORE-IMAGE THRU 6000-EXIT.
010052     IF SQLCODE = 0
010054         PERFORM 9100-HOLD-FOR-APPROVAL THRU 9100-EXIT
010056         GO TO 3000-EXIT
010058     END-IF.
010060     PERFORM 3100-APPLY-DELETE THRU 3100-EXIT.
010062 3000-EXIT.
010064     EXIT.
010066******************************************************************
010068*    3100-APPLY-DELETE - THE DELETE ITSELF, ONCE A CHECKER HAS   *
010070*    APPROVED IT.  A DELETE OF A ROW ALREADY GONE IS NEVER HELD  *
010072*    AND COMES THROUGH HERE TO REPORT RC 4 AS IT ALWAYS HAS.     *
010074******************************************************************
010076 3100-APPLY-DELETE.
010100     EXEC SQL
010200          DELETE FROM CUSTOMERS
010300           WHERE ID = :CUST-ID
010515         PERFORM 7100-MIRROR-DELETE THRU 7100-EXIT
010520         PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT
010530     END-IF.
010600 3100-EXIT.
010700     EXIT.
010701******************************************************************
010702*    6000-FETCH-BEFORE-IMAGE - THE ROW AS IT STANDS BEFORE THE    *
010753     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
010755     ACCEPT AUDIT-TIME FROM TIME.
010757     MOVE WS-JOB-NAME     TO AUDIT-JOB-NAME.
010759     MOVE WS-AUDIT-MAKER  TO AUDIT-USER-ID.
010760     MOVE WS-AUDIT-CHECKER TO AUDIT-CHECKER-ID.
010761     MOVE CUST-ID         TO AUDIT-CUST-ID.
010763     MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
010765     MOVE ZERO            TO AUDIT-SQLCODE.
012350     END-IF.
012500 8000-EXIT.
012600     EXIT.
012700******************************************************************
012800*    9000-OPEN-PENDING-FILE - THE PENDCHG PENDING-CHANGES FILE    *
012900*    STAYS OPEN FOR THE LIFE OF THE RUN UNIT, THE SAME AS THE     *
013000*    CUSTMSTR MIRROR.  A CHANGE THAT NEEDS A SECOND USER CANNOT   *
013100*    BE HELD WITHOUT IT, SO A FAILED OPEN STOPS THE RUN.          *
013200******************************************************************
013300 9000-OPEN-PENDING-FILE.
013400     OPEN I-O PENDCHG-FILE.
013500     IF WS-PEND-STATUS NOT = "00"
013600         DISPLAY "CUSTMNT - OPEN OF PENDCHG FAILED - FILE "
013700             "STATUS " WS-PEND-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         GOBACK
014000     END-IF.
014100 9000-EXIT.
014200     EXIT.
014300******************************************************************
014400*    9100-HOLD-FOR-APPROVAL - WRITE THE CHANGE TO THE PENDING-    *
014500*    CHANGES FILE INSTEAD OF APPLYING IT: THE ROW AS IT STANDS    *
014600*    (FETCHED BY 6000), THE CUSTOMER-RECORD THE MAKER SENT, AND   *
014700*    WHO MADE IT.  NOTHING IS CHANGED ON CUSTOMERS, CUSTMSTR OR   *
014800*    CUSTAUD.  THE CALLER GETS RC 2 AND THE ITEM NUMBER.          *
014900******************************************************************
015000 9100-HOLD-FOR-APPROVAL.
015100     MOVE SPACES           TO PENDCHG-RECORD.
015200     MOVE WS-BUSINESS-DATE TO PC-HOLD-DATE.
015300     MOVE ZERO             TO PC-HOLD-SEQ.
015400     MOVE MNT-ACTION       TO PC-ACTION.
015500     SET PC-PENDING TO TRUE.
015600     MOVE WS-RUN-USER      TO PC-MAKER-ID.
015700     MOVE WS-JOB-NAME      TO PC-MAKER-JOB.
015800     MOVE ZERO             TO PC-DECISION-DATE.
015900     MOVE WS-OLD-NAME      TO PC-OLD-NAME.
016000     MOVE WS-OLD-BALANCE   TO PC-OLD-BALANCE.
016100     MOVE WS-OLD-STATUS    TO PC-OLD-STATUS.
016200     MOVE WS-OLD-ADDRESS   TO PC-OLD-ADDRESS.
016300     MOVE WS-OLD-ACT-DATE  TO PC-OLD-ACT-DATE.
016400     MOVE CUSTOMER-RECORD  TO PC-AFTER-IMAGE.
016500     MOVE SPACES           TO WS-PEND-STATUS.
016600     PERFORM 9150-WRITE-PENDING-TRY THRU 9150-EXIT
016700         UNTIL WS-PEND-STATUS = "00".
016800     MOVE PC-ITEM-NO       TO MNT-ITEM-NO.
016900     DISPLAY "CUSTMNT - CHANGE TO CUST-ID " CUST-ID
017000         " HELD FOR APPROVAL AS ITEM " PC-ITEM-NO.
017100     MOVE 2 TO RETURN-CODE.
017200 9100-EXIT.
017300     EXIT.
017400******************************************************************
017500*    9150-WRITE-PENDING-TRY - ONE WRITE ATTEMPT AT THE NEXT       *
017600*    SEQUENCE NUMBER FOR THE BUSINESS DATE, THE SAME WAY CUSTPOST *
017700*    FINDS A FREE SUSPENSE SEQUENCE.  A DUPLICATE KEY MEANS THAT  *
017800*    SEQUENCE IS TAKEN AND THE NEXT ONE IS TRIED.                 *
017900******************************************************************
018000 9150-WRITE-PENDING-TRY.
018100     IF PC-HOLD-SEQ = 9999
018200         DISPLAY "CUSTMNT - PENDCHG SEQUENCE NUMBERS FOR "
018300             WS-BUSINESS-DATE " ARE EXHAUSTED - RUN STOPPED"
018400         MOVE 16 TO RETURN-CODE
018500         GOBACK
018600     END-IF.
018700     ADD 1 TO PC-HOLD-SEQ.
018800     WRITE PENDCHG-RECORD.
018900     IF WS-PEND-STATUS NOT = "00"
019000        AND WS-PEND-STATUS NOT = "22"
019100         DISPLAY "CUSTMNT - WRITE TO PENDCHG FAILED FOR "
019200             "CUST-ID " CUST-ID " - FILE STATUS "
019300             WS-PEND-STATUS " - RUN STOPPED"
019400         MOVE 16 TO RETURN-CODE
019500         GOBACK
019600     END-IF.
019700 9150-EXIT.
019800     EXIT.
019900******************************************************************
020000*    9200-APPROVE-CHANGE - A CHECKER HAS APPROVED A HELD ITEM.    *
020100*    THE HELD CUSTOMER-RECORD IS HANDED BACK TO THE CALLER AND    *
020200*    APPLIED ONLY IF THE ROW STILL MATCHES THE BEFORE IMAGE THE   *
020300*    MAKER SAW - A FULL-ROW UPDATE OVER A ROW THAT HAS MOVED      *
020400*    SINCE WOULD UNDO WHATEVER MOVED IT, SO THAT ITEM IS          *
020500*    DECLINED INSTEAD (RC 6).  THE AUDIT RECORD CARRIES THE       *
020600*    MAKER AND THE CHECKER.  THE ITEM IS MARKED APPROVED ONLY     *
020700*    ONCE THE CHANGE HAS COMMITTED; A CHANGE THAT DID NOT COMMIT  *
020800*    LEAVES THE ITEM PENDING.                                     *
020900******************************************************************
021000 9200-APPROVE-CHANGE.
021100     PERFORM 9400-EDIT-DECISION THRU 9400-EXIT.
021200     IF WS-DECISION-REFUSED
021300         MOVE 6 TO RETURN-CODE
021400         GO TO 9200-EXIT
021500     END-IF.
021600     PERFORM 6000-FETCH-BEFORE-IMAGE THRU 6000-EXIT.
021700     IF SQLCODE = 100
021800         MOVE "ACCOUNT NO LONGER ON FILE" TO MNT-REASON
021900         PERFORM 9250-DECLINE-STALE-ITEM THRU 9250-EXIT
022000         GO TO 9200-EXIT
022100     END-IF.
022200     IF WS-OLD-NAME     NOT = PC-OLD-NAME
022300        OR WS-OLD-BALANCE  NOT = PC-OLD-BALANCE
022400        OR WS-OLD-STATUS   NOT = PC-OLD-STATUS
022500        OR WS-OLD-ADDRESS  NOT = PC-OLD-ADDRESS
022600        OR WS-OLD-ACT-DATE NOT = PC-OLD-ACT-DATE
022700         MOVE "ROW CHANGED SINCE IT WAS HELD" TO MNT-REASON
022800         PERFORM 9250-DECLINE-STALE-ITEM THRU 9250-EXIT
022900         GO TO 9200-EXIT
023000     END-IF.
023100     MOVE PC-MAKER-ID    TO WS-AUDIT-MAKER.
023200     MOVE MNT-CHECKER-ID TO WS-AUDIT-CHECKER.
023300     IF PC-UPDATE
023400         PERFORM 2100-APPLY-UPDATE THRU 2100-EXIT
023500     ELSE
023600         PERFORM 3100-APPLY-DELETE THRU 3100-EXIT
023700     END-IF.
023800     IF RETURN-CODE NOT = 0 AND RETURN-CODE NOT = 12
023900         GO TO 9200-EXIT
024000     END-IF.
024100     SET PC-APPROVED TO TRUE.
024200     MOVE MNT-CHECKER-ID   TO PC-CHECKER-ID.
024300     MOVE WS-BUSINESS-DATE TO PC-DECISION-DATE.
024400     MOVE SPACES           TO PC-REASON.
024500     PERFORM 9500-REWRITE-ITEM THRU 9500-EXIT.
024600 9200-EXIT.
024700     EXIT.
024800******************************************************************
024900*    9250-DECLINE-STALE-ITEM - THE ROW HAS MOVED OR GONE SINCE    *
025000*    THE CHANGE WAS HELD.  THE ITEM IS CLOSED AS DECLINED IN THE  *
025100*    CHECKER'S NAME WITH THE REASON, AND THE APPROVAL COMES BACK  *
025200*    REFUSED.  THE MAKER RE-KEYS THE CHANGE AGAINST THE ROW AS    *
025300*    IT NOW STANDS.                                               *
025400******************************************************************
025500 9250-DECLINE-STALE-ITEM.
025600     SET PC-DECLINED TO TRUE.
025700     MOVE MNT-CHECKER-ID   TO PC-CHECKER-ID.
025800     MOVE WS-BUSINESS-DATE TO PC-DECISION-DATE.
025900     MOVE MNT-REASON       TO PC-REASON.
026000     PERFORM 9500-REWRITE-ITEM THRU 9500-EXIT.
026100     MOVE 6 TO RETURN-CODE.
026200 9250-EXIT.
026300     EXIT.
026400******************************************************************
026500*    9300-DECLINE-CHANGE - A CHECKER HAS DECLINED A HELD ITEM.    *
026600*    NOTHING IS APPLIED; THE ITEM IS CLOSED WITH THE CHECKER'S    *
026700*    REASON AND THE HELD CUSTOMER-RECORD IS HANDED BACK SO THE    *
026800*    CALLER CAN SAY WHICH ACCOUNT IT WAS.                         *
026900******************************************************************
027000 9300-DECLINE-CHANGE.
027100     MOVE MNT-REASON TO WS-DECLINE-REASON.
027200     PERFORM 9400-EDIT-DECISION THRU 9400-EXIT.
027300     IF WS-DECISION-REFUSED
027400         MOVE 6 TO RETURN-CODE
027500         GO TO 9300-EXIT
027600     END-IF.
027700     SET PC-DECLINED TO TRUE.
027800     MOVE MNT-CHECKER-ID   TO PC-CHECKER-ID.
027900     MOVE WS-BUSINESS-DATE TO PC-DECISION-DATE.
028000     IF WS-DECLINE-REASON = SPACES
028100         MOVE "DECLINED BY CHECKER" TO PC-REASON
028200     ELSE
028300         MOVE WS-DECLINE-REASON     TO PC-REASON
028400     END-IF.
028500     PERFORM 9500-REWRITE-ITEM THRU 9500-EXIT.
028600     MOVE 0 TO RETURN-CODE.
028700 9300-EXIT.
028800     EXIT.
028900******************************************************************
029000*    9400-EDIT-DECISION - THE CHECKS AN APPROVAL AND A DECLINE    *
029100*    SHARE: A CHECKER IS NAMED, THE ITEM IS ON FILE AND STILL     *
029200*    PENDING, AND THE CHECKER IS NOT THE USER WHO MADE THE        *
029300*    CHANGE.  THE FIRST FAILURE SETS MNT-REASON AND ENDS THE      *
029400*    CHECKS.  ONCE THE ITEM IS READ ITS HELD CUSTOMER-RECORD IS   *
029500*    MOVED TO THE CALLER'S CUSTOMER-RECORD.                       *
029600******************************************************************
029700 9400-EDIT-DECISION.
029800     MOVE "N"    TO WS-DECISION-SW.
029900     MOVE SPACES TO MNT-REASON.
030000     IF MNT-CHECKER-ID = SPACES
030100         MOVE "NO CHECKER USER ID"       TO MNT-REASON
030200         SET WS-DECISION-REFUSED TO TRUE
030300         GO TO 9400-EXIT
030400     END-IF.
030500     IF MNT-ITEM-NO NOT NUMERIC OR MNT-ITEM-NO = ZERO
030600         MOVE "ITEM NOT ON PENDING FILE" TO MNT-REASON
030700         SET WS-DECISION-REFUSED TO TRUE
030800         GO TO 9400-EXIT
030900     END-IF.
031000     MOVE MNT-ITEM-NO TO PC-ITEM-NO.
031100     READ PENDCHG-FILE.
031200     IF WS-PEND-STATUS = "23"
031300         MOVE "ITEM NOT ON PENDING FILE" TO MNT-REASON
031400         SET WS-DECISION-REFUSED TO TRUE
031500         GO TO 9400-EXIT
031600     END-IF.
031700     IF WS-PEND-STATUS NOT = "00"
031800         DISPLAY "CUSTMNT - READ OF PENDCHG FAILED - FILE "
031900             "STATUS " WS-PEND-STATUS " - RUN STOPPED"
032000         MOVE 16 TO RETURN-CODE
032100         GOBACK
032200     END-IF.
032300     MOVE PC-AFTER-IMAGE TO CUSTOMER-RECORD.
032400     IF NOT PC-PENDING
032500         MOVE "ITEM NO LONGER PENDING"   TO MNT-REASON
032600         SET WS-DECISION-REFUSED TO TRUE
032700         GO TO 9400-EXIT
032800     END-IF.
032900     IF MNT-CHECKER-ID = PC-MAKER-ID
033000         MOVE "CHECKER IS THE MAKER"     TO MNT-REASON
033100         SET WS-DECISION-REFUSED TO TRUE
033200         GO TO 9400-EXIT
033300     END-IF.
033400 9400-EXIT.
033500     EXIT.
033600******************************************************************
033700*    9500-REWRITE-ITEM - PUT THE DECIDED ITEM BACK.  IF AN        *
033800*    APPROVED CHANGE HAS ALREADY COMMITTED THE ITEM WOULD STILL   *
033900*    SHOW PENDING, SO A FAILED REWRITE STOPS THE RUN FOR OPS.     *
034000******************************************************************
034100 9500-REWRITE-ITEM.
034200     REWRITE PENDCHG-RECORD.
034300     IF WS-PEND-STATUS NOT = "00"
034400         DISPLAY "CUSTMNT - REWRITE OF PENDCHG ITEM "
034500             PC-ITEM-NO " FAILED - FILE STATUS "
034600             WS-PEND-STATUS " - RUN STOPPED"
034700         MOVE 16 TO RETURN-CODE
034800         GOBACK
034900     END-IF.
035000 9500-EXIT.
035100     EXIT.
