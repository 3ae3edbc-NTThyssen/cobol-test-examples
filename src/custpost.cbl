001200*                 TRANSACTION PER RECORD, APPLIES A CREDIT AS   *
001300*                 AN INCREASE AND A DEBIT AS A DECREASE TO THE  *
001400*                 ACCOUNT'S BALANCE, AND STAMPS THE POSTING     *
001450*                 DATE INTO LAST_ACTIVITY_DATE - FOR OWNER      *
001500*                 ACTIVITY ONLY; ACCR, ESCH AND REVR POSTINGS   *
001550*                 KEEP THE DATE ALREADY ON THE ROW.  EACH GOOD  *
001600*                 TRANSACTION IS ITS OWN UNIT OF WORK, THE      *
001700*                 SAME WAY DBPROG COMMITS EACH INSERT.          *
001800*                 TRANSACTIONS FOR AN UNKNOWN CUST-ID, FOR A    *
003635*                     COMPILER WOULD OTHERWISE INFER MODE V AND    *
003636*                     THE OPEN OF THE FB/40 FEED WOULD FAIL ON A   *
003637*                     FIXED-FILE-ATTRIBUTE CONFLICT.               *
003639*    10/15/2026  RT   EVERY REJECTED TRANSACTION IS NOW ALSO       *
003640*                     WRITTEN TO THE SUSPENSE KEYED FILE WITH ITS  *
003641*                     REASON CODE AND THE BUSINESS DATE IT FIRST   *
003642*                     FAILED, SO NO REJECTED MONEY IS LEFT ONLY ON *
003643*                     THE JOURNAL PRINT.  A TRANSACTION RE-FED BY  *
003644*                     SUSPFIX CARRIES ITS SUSPENSE ITEM NUMBER IN  *
003645*                     TR-REF-KEY: IF IT POSTS THE ITEM IS MARKED   *
003646*                     POSTED, IF IT FAILS AGAIN THE SAME ITEM IS   *
003647*                     RE-OPENED WITH ITS ORIGINAL FAIL DATE.  A    *
003648*                     REFERENCE TO AN ITEM NOT AWAITING            *
003649*                     RESUBMISSION IS ITSELF REJECTED.             *
003655*    10/15/2026  RT   EVERY POSTING IS NOW ALSO APPENDED TO THE    *
003660*                     GLPOST EXTRACT AS SOON AS IT COMMITS, AND    *
003665*                     EVERY RUN THAT FINISHES APPENDS ITS POSTED   *
003670*                     COUNT AND DEBIT/CREDIT TOTALS, SO GLJRNL CAN *
003675*                     BUILD THE DAILY GENERAL LEDGER JOURNAL FROM  *
003680*                     EXACTLY WHAT WAS POSTED AND PROVE IT TIES.   *
003681*    10/15/2026  RT   REVERSALS (SOURCE CODE REVR, BUILT BY REVGEN)*
003682*                     CARRY THE ORIGINAL'S TRANHIST POST DATE AND  *
003683*                     SEQUENCE IN TR-REF-KEY.  THE ORIGINAL MUST BE*
003684*                     ON FILE, NOT ITSELF A REVERSAL, NOT ALREADY  *
003685*                     REVERSED, AND EXACTLY OFFSET BY THE REVERSAL;*
003686*                     ONCE THE REVERSAL POSTS THE TWO HISTORY      *
003687*                     RECORDS ARE LINKED TO EACH OTHER.            *
003689*    10/15/2026  RT   THE AUDIT RECORD NOW HAS AN AUDIT-CHECKER-  *
003691*                     ID FOR DUAL-CONTROL CUSTMNT CHANGES.  IT IS *
003693*                     CLEARED HERE - THIS CHANGE PATH HAS NO      *
003695*                     CHECKER.                                    *
003710*    10/15/2026  RT   STAMP TH-BUSINESS-DATE ON EVERY TRANHIST   *
003725*                     RECORD WITH TONIGHT'S BUSINESS DATE, SO    *
003740*                     BALROLL CAN TELL WHEN A POSTING HIT THE    *
003755*                     BALANCE WHATEVER ITS OWN POST DATE SAYS.   *
003757*    10/15/2026  RT   LAST_ACTIVITY_DATE NOW MOVES ONLY FOR      *
003759*                     OWNER ACTIVITY.  ACCR, ESCH AND REVR       *
003761*                     POSTINGS KEEP THE DATE ALREADY ON THE ROW, *
003763*                     SO THE MONTHLY DORMANT FEE NO LONGER       *
003765*                     RESTARTS THE ESCHGEN HOLDING PERIOD OR     *
003767*                     SHOWS AS NEW ACTIVITY ON THE DORMSWP       *
003768*                     REPORT.                                    *
003770******************************************************************
003785 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.    IBM-370.
004000 OBJECT-COMPUTER.    IBM-370.
004880         ACCESS MODE IS RANDOM
004890         RECORD KEY IS MIR-CUST-ID
004895         FILE STATUS IS WS-MIRROR-STATUS.
004910     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
004925         ORGANIZATION IS INDEXED
004940         ACCESS MODE IS RANDOM
004955         RECORD KEY IS SUS-ITEM-KEY
004970         FILE STATUS IS WS-SUSP-STATUS.
004975     SELECT GLPOST-FILE ASSIGN TO GLPOST
004980         ORGANIZATION IS SEQUENTIAL.
004985 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DBCONN-FILE
005200     LABEL RECORDS ARE STANDARD.
006040 01  MIR-CUSTOMER-RECORD.
006050     05  MIR-CUST-ID              PIC X(10).
006060     05  MIR-CUST-DATA            PIC X(84).
006070 FD  SUSPENSE-FILE.
006080     COPY susprec.cpy.
006083 FD  GLPOST-FILE
006086     LABEL RECORDS ARE STANDARD.
006089     COPY glpost.cpy.
006100 WORKING-STORAGE SECTION.
006200 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
006300     88  END-OF-TRANIN                     VALUE "Y".
006530 77  WS-COMPLETE-SW               PIC X(01) VALUE "N".
006540 77  WS-TRAILER-SW                PIC X(01) VALUE "N".
006550     88  WS-TRAILER-SEEN                   VALUE "Y".
006560 77  WS-RESUBMIT-SW               PIC X(01) VALUE "N".
006570     88  WS-RESUBMITTED-TRAN               VALUE "Y".
006580 77  WS-REVERSAL-SW               PIC X(01) VALUE "N".
006590     88  WS-REVERSAL-TRAN                  VALUE "Y".
006600 77  WS-TRAN-COUNT                PIC 9(07) COMP VALUE ZERO.
006610 77  WS-FILE-COUNT                PIC 9(07) COMP VALUE ZERO.
006620 77  WS-DONE-COUNT                PIC 9(07) COMP VALUE ZERO.
006800 77  WS-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
006900 77  WS-DEBIT-TOTAL               PIC S9(9)V99 COMP-3 VALUE ZERO.
007000 77  WS-CREDIT-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
007002 77  WS-SUSPENDED-COUNT           PIC 9(07) COMP VALUE ZERO.
007004 77  WS-CLEARED-COUNT             PIC 9(07) COMP VALUE ZERO.
007006 77  WS-REVERSED-COUNT            PIC 9(07) COMP VALUE ZERO.
007010 01  WS-HIST-STATUS               PIC X(02).
007020 01  WS-MIRROR-STATUS             PIC X(02).
007030 01  WS-SUSP-STATUS               PIC X(02).
007040 01  WS-LINK-KEY.
007050     05  WS-LINK-DATE             PIC 9(08).
007060     05  WS-LINK-SEQ              PIC 9(04).
007070 01  WS-LINK-NUMBER REDEFINES WS-LINK-KEY
007080                                  PIC 9(12).
007090 01  WS-ORIGINAL-HISTORY          PIC X(58).
007100 01  WS-USER                      PIC X(10).
007200 01  WS-PASS                      PIC X(10).
007210 01  WS-JOB-NAME                  PIC X(08).
007400 01  WS-OLD-BALANCE               PIC S9(7)V99 COMP-3.
007500 01  WS-NEW-BALANCE               PIC S9(7)V99 COMP-3.
007600 01  WS-POST-DATE                 PIC 9(08).
007650 01  WS-NEW-ACT-DATE              PIC 9(08).
007700 01  WS-REJECT-REASON             PIC X(20).
007710 01  WS-REJECT-CODE               PIC X(04).
007800 01  WS-HEADING-1.
007900     05  FILLER                   PIC X(01) VALUE SPACE.
008000     05  FILLER                   PIC X(40)
013300     05  FILLER                   PIC X(15)
013400             VALUE "TOTAL CREDITS: ".
013500     05  TL-CREDIT-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99-.
013510 01  WS-TOTAL-LINE-3.
013520     05  FILLER                   PIC X(01) VALUE SPACE.
013530     05  FILLER                   PIC X(19)
013540             VALUE "SENT TO SUSPENSE:  ".
013550     05  TL-SUSPENDED-COUNT       PIC Z,ZZZ,ZZ9.
013560     05  FILLER                   PIC X(03) VALUE SPACES.
013570     05  FILLER                   PIC X(26)
013580             VALUE "SUSPENSE ITEMS RE-POSTED: ".
013590     05  TL-CLEARED-COUNT         PIC Z,ZZZ,ZZ9.
013591     05  FILLER                   PIC X(03) VALUE SPACES.
013592     05  FILLER                   PIC X(19)
013593             VALUE "REVERSALS POSTED:  ".
013594     05  TL-REVERSED-COUNT        PIC Z,ZZZ,ZZ9.
013600 COPY customer.cpy.
013650 COPY dateparm.cpy.
013700 COPY sqlca.cpy.
016800     OPEN OUTPUT PRINT-FILE.
016900     WRITE PRINT-LINE FROM WS-HEADING-1.
017000     WRITE PRINT-LINE FROM WS-HEADING-2.
017002     OPEN I-O SUSPENSE-FILE.
017003     IF WS-SUSP-STATUS NOT = "00"
017004         DISPLAY "CUSTPOST - OPEN OF SUSPENSE FAILED - FILE "
017005             "STATUS " WS-SUSP-STATUS
017006         MOVE 16 TO RETURN-CODE
017007         GOBACK
017008     END-IF.
017009     OPEN EXTEND GLPOST-FILE.
017010     IF WS-SKIP-COUNT > ZERO
017020         DISPLAY "CUSTPOST - RESTARTING, SKIPPING " WS-SKIP-COUNT
017030             " TRANSACTIONS ALREADY POSTED"
017900 2000-POST-TRANSACTION.
018000     ADD 1 TO WS-TRAN-COUNT.
018100     MOVE "N"    TO WS-REJECT-SWITCH.
018150     MOVE "N"    TO WS-RESUBMIT-SW.
018160     MOVE "N"    TO WS-REVERSAL-SW.
018200     MOVE SPACES TO WS-REJECT-REASON.
018250     MOVE SPACES TO WS-REJECT-CODE.
018300     MOVE ZERO   TO WS-OLD-BALANCE.
018400     MOVE ZERO   TO WS-NEW-BALANCE.
018500     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
018600     IF NOT WS-TRAN-REJECTED
018700         PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
018800     END-IF.
018810     IF WS-TRAN-REJECTED
018820         PERFORM 2800-SUSPEND-TRANSACTION THRU 2800-EXIT
018830     ELSE
018840         IF WS-RESUBMITTED-TRAN
018850             PERFORM 2900-CLEAR-SUSPENSE-ITEM THRU 2900-EXIT
018860         END-IF
018870     END-IF.
018900     PERFORM 2500-WRITE-JOURNAL-LINE THRU 2500-EXIT.
018910     ADD 1 TO WS-DONE-COUNT.
018920     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT.
019100 2000-EXIT.
019200     EXIT.
019300******************************************************************
019400*    2100-VALIDATE-TRANSACTION - THE SUSPENSE REFERENCE FIRST,   *
019410*    THEN THE FACE EDITS, THEN A REVERSAL'S ORIGINAL, THEN THE   *
019420*    ACCOUNT LOOKUP.  A REVERSAL'S TR-REF-KEY NAMES ITS ORIGINAL *
019430*    POSTING, NOT A SUSPENSE ITEM.  THE FIRST                    *
019500*    FAILURE SETS THE REASON AND ITS SUSPENSE REASON CODE AND    *
019600*    ENDS THE CHECKS.                                            *
019700******************************************************************
019800 2100-VALIDATE-TRANSACTION.
019810     IF TR-REF-KEY NUMERIC AND TR-SOURCE-CODE NOT = "REVR"
019820         PERFORM 2150-CHECK-SUSPENSE-REF THRU 2150-EXIT
019830         IF WS-TRAN-REJECTED
019840             GO TO 2100-EXIT
019850         END-IF
019860     END-IF.
019900     IF NOT TR-DEBIT AND NOT TR-CREDIT
020000         MOVE "INVALID D/C CODE"     TO WS-REJECT-REASON
020050         MOVE "DCCD"                 TO WS-REJECT-CODE
020100         SET WS-TRAN-REJECTED TO TRUE
020200         GO TO 2100-EXIT
020300     END-IF.
020400     IF TR-AMOUNT NOT NUMERIC
020500         MOVE "AMOUNT NOT NUMERIC"   TO WS-REJECT-REASON
020550         MOVE "AMNT"                 TO WS-REJECT-CODE
020600         SET WS-TRAN-REJECTED TO TRUE
020700         GO TO 2100-EXIT
020800     END-IF.
020950     CALL "DATECHK" USING DATECHK-PARM.
021000     IF NOT DTC-DATE-VALID
021100         MOVE "POST DATE INVALID"    TO WS-REJECT-REASON
021150         MOVE "DATE"                 TO WS-REJECT-CODE
021200         SET WS-TRAN-REJECTED TO TRUE
021300         GO TO 2100-EXIT
021400     END-IF.
021410     IF TR-SOURCE-CODE = "REVR"
021415         PERFORM 9100-CHECK-REVERSAL-REF THRU 9100-EXIT
021420         IF WS-TRAN-REJECTED
021425             GO TO 2100-EXIT
021430         END-IF
021435     END-IF.
021450     PERFORM 2200-LOOK-UP-ACCOUNT THRU 2200-EXIT.
021500     IF WS-TRAN-REJECTED
021600         GO TO 2100-EXIT
021700     END-IF.
021800     IF CUST-STATUS-CLOSED
021900         MOVE "ACCOUNT CLOSED"       TO WS-REJECT-REASON
021950         MOVE "CLSD"                 TO WS-REJECT-CODE
022000         SET WS-TRAN-REJECTED TO TRUE
022100         GO TO 2100-EXIT
022200     END-IF.
022300 2100-EXIT.
022400     EXIT.
022403******************************************************************
022406*    2150-CHECK-SUSPENSE-REF - A TRANSACTION CARRYING A SUSPENSE *
022409*    ITEM NUMBER WAS RE-FED BY SUSPFIX.  THE ITEM MUST BE ON     *
022412*    FILE AND WAITING FOR THIS RESUBMISSION; ANYTHING ELSE (A    *
022415*    CANCELLED OR ALREADY-POSTED ITEM, A HAND-BUILT REFERENCE)   *
022418*    IS REJECTED AND SUSPENDED AS A NEW ITEM OF ITS OWN SO THE   *
022421*    MONEY CANNOT POST TWICE.                                    *
022424******************************************************************
022427 2150-CHECK-SUSPENSE-REF.
022430     MOVE TR-REF-KEY TO SUS-ITEM-NO.
022433     READ SUSPENSE-FILE.
022436     IF WS-SUSP-STATUS = "00" AND SUS-RESUBMITTED
022439         SET WS-RESUBMITTED-TRAN TO TRUE
022442         GO TO 2150-EXIT
022445     END-IF.
022448     IF WS-SUSP-STATUS NOT = "00" AND WS-SUSP-STATUS NOT = "23"
022451         DISPLAY "CUSTPOST - READ OF SUSPENSE FAILED - FILE "
022454             "STATUS " WS-SUSP-STATUS " - RUN STOPPED"
022457         MOVE 16 TO RETURN-CODE
022460         GOBACK
022463     END-IF.
022466     MOVE "SUSPENSE REF INVALID" TO WS-REJECT-REASON.
022469     MOVE "SREF"                 TO WS-REJECT-CODE.
022472     SET WS-TRAN-REJECTED TO TRUE.
022475 2150-EXIT.
022478     EXIT.
022500******************************************************************
022600*    2200-LOOK-UP-ACCOUNT - FETCH THE ACCOUNT'S FULL ROW - THE   *
022700*    STATUS AND BALANCE FOR THE EDITS, THE REST SO THE MIRROR   *
023700     END-EXEC.
023800     IF SQLCODE = 100
023900         MOVE "UNKNOWN CUST-ID"      TO WS-REJECT-REASON
023950         MOVE "CUST"                 TO WS-REJECT-CODE
024000         SET WS-TRAN-REJECTED TO TRUE
024100         GO TO 2200-EXIT
024200     END-IF.
025300*    2300-APPLY-TRANSACTION - MOVE THE BALANCE AND STAMP THE     *
025400*    ACTIVITY DATE IN ONE UNIT OF WORK, COMMITTED BY ITSELF SO   *
025500*    A BAD TRANSACTION LATER IN THE FILE CANNOT BACK OUT         *
025533*    POSTINGS ALREADY GOOD.  ONLY OWNER ACTIVITY MOVES THE       *
025566*    ACTIVITY DATE - A SYSTEM POSTING (ACCRGEN FEE, ESCHGEN      *
025599*    DEBIT, REVGEN REVERSAL) KEEPS THE DATE ALREADY ON THE ROW,  *
025632*    OR A MONTHLY FEE WOULD HOLD OFF DORMANCY AND ESCHEATMENT    *
025665*    FOR EVER.                                                   *
025700******************************************************************
025800 2300-APPLY-TRANSACTION.
025900     MOVE TR-AMOUNT    TO WS-POST-AMOUNT.
026000     MOVE TR-POST-DATE TO WS-POST-DATE.
026016     IF TR-SOURCE-CODE = "ACCR" OR "ESCH" OR "REVR"
026032         MOVE CUST-LAST-ACTIVITY-DATE TO WS-NEW-ACT-DATE
026048     ELSE
026064         MOVE WS-POST-DATE TO WS-NEW-ACT-DATE
026080     END-IF.
026100     IF TR-CREDIT
026200         COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-POST-AMOUNT
026300     ELSE
026600     EXEC SQL
026700          UPDATE CUSTOMERS
026800             SET BALANCE = :WS-NEW-BALANCE,
026900                 LAST_ACTIVITY_DATE = :WS-NEW-ACT-DATE
027000           WHERE ID = :CUST-ID
027100     END-EXEC.
027200     IF SQLCODE NOT = 0
029300     ELSE
029400         ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
029500     END-IF.
029505     PERFORM 7100-WRITE-GL-POSTING THRU 7100-EXIT.
029507     PERFORM 9150-SET-HISTORY-LINK THRU 9150-EXIT.
029510     PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT.
029511     IF WS-REVERSAL-TRAN
029512         PERFORM 9200-LINK-ORIGINAL THRU 9200-EXIT
029513     END-IF.
029515     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
029520     PERFORM 2600-MAINTAIN-MIRROR THRU 2600-EXIT.
029600 2300-EXIT.
029787     MOVE TR-SOURCE-CODE  TO TH-SOURCE-CODE.
029788     MOVE WS-OLD-BALANCE  TO TH-OLD-BALANCE.
029789     MOVE WS-NEW-BALANCE  TO TH-NEW-BALANCE.
029790     MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE.
029791     MOVE SPACES          TO WS-HIST-STATUS.
029792     PERFORM 2450-WRITE-HISTORY-TRY THRU 2450-EXIT
029793         UNTIL WS-HIST-STATUS = "00".
029794 2400-EXIT.
029795     EXIT.
029796******************************************************************
029797*    2450-WRITE-HISTORY-TRY - ONE WRITE ATTEMPT AT THE NEXT      *
029798*    SEQUENCE NUMBER.  A DUPLICATE KEY MEANS THAT SEQUENCE IS    *
029799*    ALREADY ON FILE AND THE NEXT ONE IS TRIED.  ANYTHING ELSE   *
029800*    STOPS THE RUN - BUT THE POSTING IS ALREADY COMMITTED, SO    *
029801*    THE CHECKPOINT IS ADVANCED PAST IT FIRST AND THE RESTART    *
029802*    SKIPS IT; THE HISTORY RECORD IS RECONSTRUCTED FROM THE      *
029803*    JOURNAL, NOT BY RE-POSTING.                                 *
029804******************************************************************
029805 2450-WRITE-HISTORY-TRY.
029806     ADD 1 TO TH-POST-SEQ.
029807     WRITE TRANHIST-RECORD.
029808     IF WS-HIST-STATUS NOT = "00"
029809        AND WS-HIST-STATUS NOT = "22"
029810         DISPLAY "CUSTPOST - WRITE TO TRANHIST FAILED FOR "
029811             "CUST-ID " TR-CUST-ID " - FILE STATUS "
029812             WS-HIST-STATUS
029813         DISPLAY "CUSTPOST - THE POSTING IS COMMITTED AND THE "
029814             "CHECKPOINT ADVANCED - RECONSTRUCT THE TRANHIST "
029815             "RECORD FROM THE JOURNAL, DO NOT RE-POST"
029816         ADD 1 TO WS-DONE-COUNT
029817         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
029818         MOVE 16 TO RETURN-CODE
029819         GOBACK
029820     END-IF.
029821 2450-EXIT.
029823     EXIT.
029825******************************************************************
029839******************************************************************
029841 2600-MAINTAIN-MIRROR.
029843     MOVE WS-NEW-BALANCE  TO CUST-BALANCE.
029845     MOVE WS-NEW-ACT-DATE TO CUST-LAST-ACTIVITY-DATE.
029847     MOVE CUSTOMER-RECORD TO MIR-CUSTOMER-RECORD.
029849     REWRITE MIR-CUSTOMER-RECORD.
029851     IF WS-MIRROR-STATUS = "23"
029893*    ROW AS IT STOOD BEFORE THE POSTING, SO THE BEFORE IMAGE IS   *
029895*    GENUINE.  ONLY THE BALANCE AND THE ACTIVITY DATE MOVE ON A   *
029897*    POSTING; THE REST OF THE IMAGE CARRIES ACROSS UNCHANGED.     *
029898*    THE NEW ACTIVITY DATE IS THE ONE 2300 ACTUALLY STORED.       *
029899******************************************************************
029901 2700-WRITE-AUDIT-RECORD.
029903     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
029905     ACCEPT AUDIT-TIME FROM TIME.
029907     MOVE WS-JOB-NAME     TO AUDIT-JOB-NAME.
029909     MOVE WS-RUN-USER     TO AUDIT-USER-ID.
029910     MOVE SPACES          TO AUDIT-CHECKER-ID.
029911     MOVE TR-CUST-ID      TO AUDIT-CUST-ID.
029913     MOVE CUST-NAME       TO AUDIT-CUST-NAME.
029915     MOVE WS-NEW-BALANCE  TO AUDIT-CUST-BALANCE.
029935     MOVE WS-NEW-BALANCE  TO AUDIT-NEW-BALANCE.
029937     MOVE CUST-STATUS     TO AUDIT-NEW-STATUS.
029939     MOVE CUST-ADDRESS    TO AUDIT-NEW-ADDRESS.
029941     MOVE WS-NEW-ACT-DATE TO AUDIT-NEW-ACT-DATE.
029943     WRITE AUDIT-RECORD.
029945 2700-EXIT.
029947     EXIT.
032700     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
032800 2500-EXIT.
032900     EXIT.
032901******************************************************************
032902*    2800-SUSPEND-TRANSACTION - PUT THE REJECTED TRANSACTION ON  *
032903*    THE SUSPENSE FILE AS RECEIVED.  A RE-FED ITEM THAT FAILED   *
032904*    AGAIN IS RE-OPENED UNDER ITS OWN ITEM NUMBER, KEEPING THE   *
032905*    DATE IT FIRST FAILED; ANY OTHER REJECT IS A NEW ITEM KEYED  *
032906*    BY TONIGHT'S BUSINESS DATE.  NOTHING WAS COMMITTED FOR A    *
032907*    REJECT, SO A SUSPENSE WRITE FAILURE STOPS THE RUN BEFORE    *
032908*    THE CHECKPOINT MOVES AND THE RESTART SUSPENDS IT AGAIN.     *
032909******************************************************************
032910 2800-SUSPEND-TRANSACTION.
032911     IF WS-RESUBMITTED-TRAN
032912         MOVE TRAN-RECORD     TO SUS-TRAN-IMAGE
032913         MOVE WS-REJECT-CODE  TO SUS-REASON-CODE
032914         SET SUS-OPEN TO TRUE
032915         IF SUS-FAIL-COUNT < 99
032916             ADD 1 TO SUS-FAIL-COUNT
032917         END-IF
032918         MOVE WS-BUSINESS-DATE TO SUS-ACTION-DATE
032919         MOVE WS-RUN-USER     TO SUS-ACTION-USER
032920         REWRITE SUSPENSE-RECORD
032921         IF WS-SUSP-STATUS NOT = "00"
032922             DISPLAY "CUSTPOST - REWRITE OF SUSPENSE ITEM "
032923                 SUS-ITEM-NO " FAILED - FILE STATUS "
032924                 WS-SUSP-STATUS " - RUN STOPPED"
032925             MOVE 16 TO RETURN-CODE
032926             GOBACK
032927         END-IF
032928         ADD 1 TO WS-SUSPENDED-COUNT
032929         GO TO 2800-EXIT
032930     END-IF.
032931     MOVE SPACES           TO SUSPENSE-RECORD.
032932     MOVE WS-BUSINESS-DATE TO SUS-FAIL-DATE.
032933     MOVE ZERO             TO SUS-FAIL-SEQ.
032934     MOVE TRAN-RECORD      TO SUS-TRAN-IMAGE.
032935     MOVE WS-REJECT-CODE   TO SUS-REASON-CODE.
032936     SET SUS-OPEN TO TRUE.
032937     MOVE 1                TO SUS-FAIL-COUNT.
032938     MOVE WS-BUSINESS-DATE TO SUS-ACTION-DATE.
032939     MOVE WS-RUN-USER      TO SUS-ACTION-USER.
032940     MOVE SPACES           TO WS-SUSP-STATUS.
032941     PERFORM 2850-WRITE-SUSPENSE-TRY THRU 2850-EXIT
032942         UNTIL WS-SUSP-STATUS = "00".
032943     ADD 1 TO WS-SUSPENDED-COUNT.
032944 2800-EXIT.
032945     EXIT.
032946******************************************************************
032947*    2850-WRITE-SUSPENSE-TRY - ONE WRITE ATTEMPT AT THE NEXT     *
032948*    SEQUENCE NUMBER FOR THE BUSINESS DATE, THE SAME WAY THE     *
032949*    HISTORY WRITE FINDS A FREE SEQUENCE.  A DUPLICATE KEY MEANS *
032950*    THAT SEQUENCE IS TAKEN AND THE NEXT ONE IS TRIED.           *
032951******************************************************************
032952 2850-WRITE-SUSPENSE-TRY.
032953     IF SUS-FAIL-SEQ = 9999
032954         DISPLAY "CUSTPOST - SUSPENSE SEQUENCE NUMBERS FOR "
032955             WS-BUSINESS-DATE " ARE EXHAUSTED - RUN STOPPED"
032956         MOVE 16 TO RETURN-CODE
032957         GOBACK
032958     END-IF.
032959     ADD 1 TO SUS-FAIL-SEQ.
032960     WRITE SUSPENSE-RECORD.
032961     IF WS-SUSP-STATUS NOT = "00"
032962        AND WS-SUSP-STATUS NOT = "22"
032963         DISPLAY "CUSTPOST - WRITE TO SUSPENSE FAILED FOR "
032964             "CUST-ID " TR-CUST-ID " - FILE STATUS "
032965             WS-SUSP-STATUS " - RUN STOPPED"
032966         MOVE 16 TO RETURN-CODE
032967         GOBACK
032968     END-IF.
032969 2850-EXIT.
032970     EXIT.
032971******************************************************************
032972*    2900-CLEAR-SUSPENSE-ITEM - THE RE-FED ITEM HAS NOW POSTED,  *
032973*    SO ITS SUSPENSE ITEM (STILL IN THE RECORD AREA FROM THE     *
032974*    REFERENCE CHECK) IS MARKED POSTED.  THE POSTING IS ALREADY  *
032975*    COMMITTED, SO A FAILURE HERE ADVANCES THE CHECKPOINT BEFORE *
032976*    STOPPING, THE SAME AS A HISTORY OR MIRROR FAILURE.          *
032977******************************************************************
032978 2900-CLEAR-SUSPENSE-ITEM.
032979     SET SUS-POSTED TO TRUE.
032980     MOVE WS-BUSINESS-DATE TO SUS-ACTION-DATE.
032981     MOVE WS-RUN-USER      TO SUS-ACTION-USER.
032982     REWRITE SUSPENSE-RECORD.
032983     IF WS-SUSP-STATUS NOT = "00"
032984         DISPLAY "CUSTPOST - SUSPENSE ITEM " SUS-ITEM-NO
032985             " NOT MARKED POSTED - FILE STATUS "
032986             WS-SUSP-STATUS " - RUN STOPPED"
032987         DISPLAY "CUSTPOST - THE POSTING IS COMMITTED AND THE "
032988             "CHECKPOINT ADVANCED - MARK THE SUSPENSE ITEM "
032989             "POSTED BY HAND, DO NOT RE-POST"
032990         ADD 1 TO WS-DONE-COUNT
032991         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
032992         MOVE 16 TO RETURN-CODE
032993         GOBACK
032994     END-IF.
032995     ADD 1 TO WS-CLEARED-COUNT.
032996 2900-EXIT.
032997     EXIT.
033000******************************************************************
033100*    3000-TERMINATE - PRINT THE CONTROL COUNTS AND TOTALS,       *
033200*    CLOSE UP, AND SET THE RETURN CODE OPS WATCHES FOR.          *
033900     MOVE WS-CREDIT-TOTAL  TO TL-CREDIT-TOTAL.
034000     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
034100     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
034110     MOVE WS-SUSPENDED-COUNT TO TL-SUSPENDED-COUNT.
034120     MOVE WS-CLEARED-COUNT   TO TL-CLEARED-COUNT.
034125     MOVE WS-REVERSED-COUNT  TO TL-REVERSED-COUNT.
034130     WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
034132     MOVE SPACES           TO GLPOST-RECORD.
034134     SET GP-RUN-TOTAL TO TRUE.
034136     MOVE WS-BUSINESS-DATE TO GP-BUSINESS-DATE.
034138     MOVE WS-POSTED-COUNT  TO GP-RUN-POSTED-COUNT.
034140     MOVE WS-DEBIT-TOTAL   TO GP-RUN-DEBIT-TOTAL.
034142     MOVE WS-CREDIT-TOTAL  TO GP-RUN-CREDIT-TOTAL.
034144     WRITE GLPOST-RECORD.
034150     MOVE "Y" TO WS-COMPLETE-SW.
034160     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT.
034200     CLOSE TRANIN-FILE.
034250     CLOSE TRANHIST-FILE.
034260     CLOSE CUSTMSTR-FILE.
034270     CLOSE AUDIT-FILE.
034280     CLOSE SUSPENSE-FILE.
034290     CLOSE GLPOST-FILE.
034300     CLOSE PRINT-FILE.
034400     DISPLAY "CUSTPOST - TRANSACTIONS READ: " WS-TRAN-COUNT.
034500     DISPLAY "CUSTPOST - POSTED:            " WS-POSTED-COUNT.
034600     DISPLAY "CUSTPOST - REJECTED:          " WS-REJECT-COUNT.
034610     DISPLAY "CUSTPOST - SENT TO SUSPENSE:  " WS-SUSPENDED-COUNT.
034620     DISPLAY "CUSTPOST - SUSPENSE RE-POSTED:" WS-CLEARED-COUNT.
034630     DISPLAY "CUSTPOST - REVERSALS POSTED:  " WS-REVERSED-COUNT.
034700     IF WS-REJECT-COUNT > ZERO
034800         MOVE 4 TO RETURN-CODE
034900     END-IF.
035170     CLOSE CKPT-FILE.
035171 7000-EXIT.
035172     EXIT.
035173******************************************************************
035174*    7100-WRITE-GL-POSTING - ONE GLPOST EXTRACT RECORD FOR THE   *
035175*    POSTING JUST COMMITTED, WRITTEN BEFORE THE HISTORY, AUDIT   *
035176*    AND MIRROR WORK SO THAT EVEN A POSTING WHOSE FOLLOW-UP      *
035177*    FAILS REACHES THE GENERAL LEDGER.  THE SOURCE CODE IS WHAT  *
035178*    GLJRNL SUMMARIZES BY.                                       *
035179******************************************************************
035180 7100-WRITE-GL-POSTING.
035181     MOVE SPACES           TO GLPOST-RECORD.
035182     SET GP-POSTING TO TRUE.
035183     MOVE WS-BUSINESS-DATE TO GP-BUSINESS-DATE.
035184     MOVE TR-SOURCE-CODE   TO GP-SOURCE-CODE.
035185     MOVE TR-DC-CODE       TO GP-DC-CODE.
035186     MOVE WS-POST-AMOUNT   TO GP-AMOUNT.
035187     MOVE TR-CUST-ID       TO GP-CUST-ID.
035188     WRITE GLPOST-RECORD.
035189 7100-EXIT.
035190     EXIT.
035200******************************************************************
035300*    8000-READ-TRANIN - READ ONE TRANSACTION, WATCH FOR EOF.     *
035310*    THE FEED TRAILER IS THE LOGICAL END OF THE DETAIL           *
035840     END-IF.
035900 8000-EXIT.
036000     EXIT.
036100******************************************************************
036200*    9100-CHECK-REVERSAL-REF - A REVERSAL NAMES THE POSTING IT   *
036300*    UNDOES BY ITS TRANHIST KEY: THE SAME CUST-ID, AND THE POST  *
036400*    DATE AND SEQUENCE IN TR-REF-KEY.  THE ORIGINAL MUST BE ON   *
036500*    FILE, MUST NOT ITSELF BE A REVERSAL, MUST NOT HAVE BEEN     *
036600*    REVERSED ALREADY (BY AN EARLIER RUN OR EARLIER IN THIS      *
036700*    ONE), AND THE REVERSAL MUST BE ITS EXACT OFFSET - SAME      *
036800*    AMOUNT, OPPOSITE D/C.  THE ORIGINAL IS KEPT SO IT CAN BE    *
036900*    LINKED TO THE REVERSAL ONCE THE REVERSAL POSTS.             *
037000******************************************************************
037100 9100-CHECK-REVERSAL-REF.
037200     IF TR-REF-KEY NOT NUMERIC
037300         MOVE "REVERSAL REF INVALID" TO WS-REJECT-REASON
037400         MOVE "RREF"                 TO WS-REJECT-CODE
037500         SET WS-TRAN-REJECTED TO TRUE
037600         GO TO 9100-EXIT
037700     END-IF.
037800     MOVE TR-REF-KEY     TO WS-LINK-NUMBER.
037900     MOVE TR-CUST-ID     TO TH-CUST-ID.
038000     MOVE WS-LINK-DATE   TO TH-POST-DATE.
038100     MOVE WS-LINK-SEQ    TO TH-POST-SEQ.
038200     READ TRANHIST-FILE.
038300     IF WS-HIST-STATUS = "23"
038400         MOVE "REVERSAL REF INVALID" TO WS-REJECT-REASON
038500         MOVE "RREF"                 TO WS-REJECT-CODE
038600         SET WS-TRAN-REJECTED TO TRUE
038700         GO TO 9100-EXIT
038800     END-IF.
038900     IF WS-HIST-STATUS NOT = "00"
039000         DISPLAY "CUSTPOST - READ OF TRANHIST FAILED - FILE "
039100             "STATUS " WS-HIST-STATUS " - RUN STOPPED"
039200         MOVE 16 TO RETURN-CODE
039300         GOBACK
039400     END-IF.
039500     IF TH-REVERSAL OR TH-SOURCE-CODE = "REVR"
039600         MOVE "REVERSES A REVERSAL"  TO WS-REJECT-REASON
039700         MOVE "RDUP"                 TO WS-REJECT-CODE
039800         SET WS-TRAN-REJECTED TO TRUE
039900         GO TO 9100-EXIT
040000     END-IF.
040100     IF TH-REVERSED
040200         MOVE "ALREADY REVERSED"     TO WS-REJECT-REASON
040300         MOVE "RDUP"                 TO WS-REJECT-CODE
040400         SET WS-TRAN-REJECTED TO TRUE
040500         GO TO 9100-EXIT
040600     END-IF.
040700     IF TH-AMOUNT NOT = TR-AMOUNT
040800        OR TH-DC-CODE = TR-DC-CODE
040900         MOVE "REVERSAL NOT OFFSET"  TO WS-REJECT-REASON
041000         MOVE "RREF"                 TO WS-REJECT-CODE
041100         SET WS-TRAN-REJECTED TO TRUE
041200         GO TO 9100-EXIT
041300     END-IF.
041400     MOVE TRANHIST-RECORD TO WS-ORIGINAL-HISTORY.
041500     SET WS-REVERSAL-TRAN TO TRUE.
041600 9100-EXIT.
041700     EXIT.
041800******************************************************************
041900*    9150-SET-HISTORY-LINK - A REVERSAL'S HISTORY RECORD IS      *
042000*    FLAGGED AS A REVERSAL AND POINTS BACK AT ITS ORIGINAL; ANY  *
042100*    OTHER POSTING STARTS WITH NO LINK.                          *
042200******************************************************************
042300 9150-SET-HISTORY-LINK.
042400     IF WS-REVERSAL-TRAN
042500         MOVE TR-REF-KEY  TO TH-LINK-KEY
042600         SET TH-REVERSAL TO TRUE
042700     ELSE
042800         MOVE ZERO        TO TH-LINK-KEY
042900         MOVE SPACE       TO TH-REVERSAL-FLAG
043000     END-IF.
043100 9150-EXIT.
043200     EXIT.
043300******************************************************************
043400*    9200-LINK-ORIGINAL - THE REVERSAL'S HISTORY RECORD IS ON    *
043500*    FILE, SO THE ORIGINAL IS MARKED REVERSED AND POINTED AT     *
043600*    IT.  FROM HERE ON NEITHER CAN BE REVERSED.  THE POSTING IS  *
043700*    ALREADY COMMITTED, SO A FAILURE ADVANCES THE CHECKPOINT     *
043800*    BEFORE STOPPING, THE SAME AS A HISTORY OR MIRROR FAILURE.   *
043900******************************************************************
044000 9200-LINK-ORIGINAL.
044100     MOVE TH-POST-DATE        TO WS-LINK-DATE.
044200     MOVE TH-POST-SEQ         TO WS-LINK-SEQ.
044300     MOVE WS-ORIGINAL-HISTORY TO TRANHIST-RECORD.
044400     MOVE WS-LINK-NUMBER      TO TH-LINK-KEY.
044500     SET TH-REVERSED TO TRUE.
044600     REWRITE TRANHIST-RECORD.
044700     IF WS-HIST-STATUS NOT = "00"
044800         DISPLAY "CUSTPOST - ORIGINAL OF REVERSAL FOR CUST-ID "
044900             TR-CUST-ID " NOT MARKED REVERSED - FILE STATUS "
045000             WS-HIST-STATUS " - RUN STOPPED"
045100         DISPLAY "CUSTPOST - THE POSTING IS COMMITTED AND THE "
045200             "CHECKPOINT ADVANCED - MARK THE ORIGINAL TRANHIST "
045300             "RECORD REVERSED BY HAND, DO NOT RE-POST"
045400         ADD 1 TO WS-DONE-COUNT
045500         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
045600         MOVE 16 TO RETURN-CODE
045700         GOBACK
045800     END-IF.
045900     ADD 1 TO WS-REVERSED-COUNT.
046000 9200-EXIT.
046100     EXIT.
