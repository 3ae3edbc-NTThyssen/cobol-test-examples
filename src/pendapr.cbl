000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PENDAPR.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     PENDAPR                                       *
001000*    PURPOSE:     NIGHTLY CHECKER RUN OVER THE PENDCHG PENDING- *
001100*                 CHANGES FILE.  CUSTMNT HOLDS EVERY UPDATE     *
001200*                 THAT CHANGES A BALANCE, AND EVERY DELETE,     *
001300*                 ON PENDCHG INSTEAD OF APPLYING IT.  THIS RUN  *
001400*                 FIRST EXPIRES EVERY ITEM STILL PENDING MORE   *
001500*                 THAN THE PENDPARM NUMBER OF CALENDAR DAYS     *
001600*                 AFTER IT WAS HELD, THEN APPLIES THE           *
001700*                 APPROVE ("A") AND DECLINE ("D") DECISIONS     *
001800*                 THE CHECKERS KEYED ON PENDACT DURING THE DAY. *
001900*                 EACH DECISION IS DRIVEN THROUGH CUSTMNT, THE  *
002000*                 SANCTIONED UPDATE PATH, WHICH REFUSES A       *
002100*                 CHECKER WHO IS THE USER THAT MADE THE CHANGE, *
002200*                 APPLIES AN APPROVED CHANGE WITH ITS AUDIT,    *
002300*                 MIRROR AND RUN-CONTROL RECORDS, AND CLOSES    *
002400*                 THE ITEM.  EVERY EXPIRY AND EVERY DECISION,   *
002500*                 APPLIED OR REFUSED, IS LISTED ON THE PRINTED  *
002600*                 REGISTER.                                     *
002700*                                                                *
002800*    RETURN CODES:                                              *
002900*                     0 = EVERY CHECKER DECISION APPLIED        *
003000*                     4 = ONE OR MORE DECISIONS REFUSED         *
003100*                    16 = RUN COULD NOT COMPLETE                *
003200*                                                                *
003300*    MODIFICATION HISTORY                                       *
003400*    ---------------------------------------------------------- *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    ---------------------------------------------------------- *
003700*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PENDPARM-FILE ASSIGN TO PENDPARM
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT PENDACT-FILE ASSIGN TO PENDACT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT PENDCHG-FILE ASSIGN TO PENDCHG
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PC-ITEM-KEY
005500         FILE STATUS IS WS-PEND-STATUS.
005600     SELECT PRINT-FILE ASSIGN TO PENDARPT
005700         ORGANIZATION IS SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BUSDATE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY busdate.cpy.
006300 FD  PENDPARM-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY pendparm.cpy.
006600 FD  PENDACT-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY pendact.cpy.
006900 FD  PENDCHG-FILE.
007000     COPY pendchg.cpy.
007100 FD  PRINT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE OMITTED.
007400 01  PRINT-LINE                   PIC X(133).
007500 WORKING-STORAGE SECTION.
007600 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
007700     88  END-OF-PENDACT                    VALUE "Y".
007800 77  WS-PEND-EOF-SWITCH           PIC X(01) VALUE "N".
007900     88  END-OF-PENDCHG                    VALUE "Y".
008000 77  WS-REFUSE-SWITCH             PIC X(01) VALUE "N".
008100     88  WS-DECISION-REFUSED               VALUE "Y".
008200 77  WS-EXPIRED-COUNT             PIC 9(07) COMP VALUE ZERO.
008300 77  WS-DECISION-COUNT            PIC 9(07) COMP VALUE ZERO.
008400 77  WS-APPROVED-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 77  WS-DECLINED-COUNT            PIC 9(07) COMP VALUE ZERO.
008600 77  WS-REFUSED-COUNT             PIC 9(07) COMP VALUE ZERO.
008700 77  WS-MNT-RC                    PIC S9(04) COMP VALUE ZERO.
008800 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008900 77  WS-EXPIRE-DAYS               PIC 9(03) VALUE ZERO.
009000 01  WS-PEND-STATUS               PIC X(02).
009100 01  WS-REFUSE-REASON             PIC X(30).
009200 01  WS-HEADING-1.
009300     05  FILLER                   PIC X(01) VALUE SPACE.
009400     05  FILLER                   PIC X(40)
009500             VALUE "PENDING CHANGE APPROVAL REGISTER".
009600     05  FILLER                   PIC X(15)
009700             VALUE "BUSINESS DATE ".
009800     05  H1-BUSINESS-DATE         PIC 9(08).
009900 01  WS-HEADING-2.
010000     05  FILLER                   PIC X(01) VALUE SPACE.
010100     05  FILLER                   PIC X(30)
010200             VALUE "ITEMS EXPIRED UNDECIDED AFTER ".
010300     05  H2-EXPIRE-DAYS           PIC ZZ9.
010400     05  FILLER                   PIC X(05) VALUE " DAYS".
010500 01  WS-HEADING-3.
010600     05  FILLER                   PIC X(01) VALUE SPACE.
010700     05  FILLER                   PIC X(12) VALUE "ITEM-NO".
010800     05  FILLER                   PIC X(02) VALUE SPACES.
010900     05  FILLER                   PIC X(03) VALUE "ACT".
011000     05  FILLER                   PIC X(10) VALUE "CUST-ID".
011100     05  FILLER                   PIC X(02) VALUE SPACES.
011200     05  FILLER                   PIC X(10) VALUE "MAKER".
011300     05  FILLER                   PIC X(02) VALUE SPACES.
011400     05  FILLER                   PIC X(30) VALUE "DISPOSITION".
011500 01  WS-HEADING-4.
011600     05  FILLER                   PIC X(01) VALUE SPACE.
011700     05  FILLER                   PIC X(40)
011800             VALUE "CHECKER DECISIONS".
011900 01  WS-HEADING-5.
012000     05  FILLER                   PIC X(01) VALUE SPACE.
012100     05  FILLER                   PIC X(12) VALUE "ITEM-NO".
012200     05  FILLER                   PIC X(02) VALUE SPACES.
012300     05  FILLER                   PIC X(03) VALUE "DEC".
012400     05  FILLER                   PIC X(10) VALUE "CUST-ID".
012500     05  FILLER                   PIC X(02) VALUE SPACES.
012600     05  FILLER                   PIC X(10) VALUE "CHECKER".
012700     05  FILLER                   PIC X(02) VALUE SPACES.
012800     05  FILLER                   PIC X(30) VALUE "DISPOSITION".
012900 01  WS-DETAIL-LINE.
013000     05  FILLER                   PIC X(01) VALUE SPACE.
013100     05  DL-ITEM-NO               PIC 9(12).
013200     05  FILLER                   PIC X(02) VALUE SPACES.
013300     05  DL-CODE                  PIC X(01).
013400     05  FILLER                   PIC X(02) VALUE SPACES.
013500     05  DL-CUST-ID               PIC X(10).
013600     05  FILLER                   PIC X(02) VALUE SPACES.
013700     05  DL-USER-ID               PIC X(10).
013800     05  FILLER                   PIC X(02) VALUE SPACES.
013900     05  DL-DISPOSITION           PIC X(40).
014000 01  WS-TOTAL-LINE-1.
014100     05  FILLER                   PIC X(01) VALUE SPACE.
014200     05  FILLER                   PIC X(15)
014300             VALUE "ITEMS EXPIRED: ".
014400     05  TL-EXPIRED-COUNT         PIC Z,ZZZ,ZZ9.
014500 01  WS-TOTAL-LINE-2.
014600     05  FILLER                   PIC X(01) VALUE SPACE.
014700     05  FILLER                   PIC X(11) VALUE "DECISIONS: ".
014800     05  TL-DECISION-COUNT        PIC Z,ZZZ,ZZ9.
014900     05  FILLER                   PIC X(03) VALUE SPACES.
015000     05  FILLER                   PIC X(10) VALUE "APPROVED: ".
015100     05  TL-APPROVED-COUNT        PIC Z,ZZZ,ZZ9.
015200     05  FILLER                   PIC X(03) VALUE SPACES.
015300     05  FILLER                   PIC X(10) VALUE "DECLINED: ".
015400     05  TL-DECLINED-COUNT        PIC Z,ZZZ,ZZ9.
015500     05  FILLER                   PIC X(03) VALUE SPACES.
015600     05  FILLER                   PIC X(09) VALUE "REFUSED: ".
015700     05  TL-REFUSED-COUNT         PIC Z,ZZZ,ZZ9.
015800 COPY mntparm.cpy.
015900 COPY customer.cpy.
016000 COPY daysparm.cpy.
016100******************************************************************
016200*    PROCEDURE DIVISION                                          *
016300******************************************************************
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     PERFORM 4000-EXPIRE-OLD-ITEMS THRU 4000-EXIT.
016800     WRITE PRINT-LINE FROM WS-HEADING-4.
016900     WRITE PRINT-LINE FROM WS-HEADING-5.
017000     PERFORM 2000-APPLY-DECISION THRU 2000-EXIT
017100         UNTIL END-OF-PENDACT.
017200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
017300     GOBACK.
017400******************************************************************
017500*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE EXPIRY     *
017600*    PARAMETER, OPEN THE CHECKER DECISIONS AND THE REGISTER,     *
017700*    PRINT THE MAIN HEADING, AND PRIME THE READ.  PENDCHG IS     *
017800*    OPENED ONLY FOR THE EXPIRY PASS - CUSTMNT OPENS IT FOR      *
017900*    ITSELF WHEN THE FIRST DECISION IS DRIVEN THROUGH IT.        *
018000******************************************************************
018100 1000-INITIALIZE.
018200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
018300     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
018400     OPEN INPUT PENDACT-FILE.
018500     OPEN OUTPUT PRINT-FILE.
018600     WRITE PRINT-LINE FROM WS-HEADING-1.
018700     PERFORM 8000-READ-PENDACT THRU 8000-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000******************************************************************
019100*    1050-READ-BUSINESS-DATE - ITEM AGES AND DECISION DATES ARE  *
019200*    MEASURED FROM THE BUSINESS DAY THE DATEROLL STEP OPENED,    *
019300*    NOT THE SYSTEM CLOCK.  A MISSING OR UNREADABLE BUSDATE      *
019400*    STOPS THE RUN.                                              *
019500******************************************************************
019600 1050-READ-BUSINESS-DATE.
019700     OPEN INPUT BUSDATE-FILE.
019800     READ BUSDATE-FILE
019900         AT END
020000             DISPLAY "PENDAPR - BUSDATE IS EMPTY - RUN THE "
020100                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
020200                 "- RUN STOPPED"
020300             MOVE 16 TO RETURN-CODE
020400             GOBACK
020500     END-READ.
020600     CLOSE BUSDATE-FILE.
020700     IF BD-BUSINESS-DATE NOT NUMERIC
020800         DISPLAY "PENDAPR - BUSDATE BUSINESS DATE IS NOT "
020900             "NUMERIC - RUN STOPPED"
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK
021200     END-IF.
021300     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
021400     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
021500 1050-EXIT.
021600     EXIT.
021700******************************************************************
021800*    1100-READ-PARAMETER - THE NUMBER OF CALENDAR DAYS AN ITEM   *
021900*    MAY WAIT FOR A DECISION.  A MISSING, NON-NUMERIC OR ZERO    *
022000*    LIMIT WOULD EXPIRE EVERYTHING OR NOTHING, SO IT STOPS THE   *
022100*    RUN INSTEAD.                                                *
022200******************************************************************
022300 1100-READ-PARAMETER.
022400     OPEN INPUT PENDPARM-FILE.
022500     READ PENDPARM-FILE
022600         AT END
022700             DISPLAY "PENDAPR - PENDPARM IS EMPTY - RUN STOPPED"
022800             MOVE 16 TO RETURN-CODE
022900             GOBACK
023000     END-READ.
023100     CLOSE PENDPARM-FILE.
023200     IF PPM-EXPIRE-DAYS NOT NUMERIC
023300        OR PPM-EXPIRE-DAYS = ZERO
023400         DISPLAY "PENDAPR - PENDPARM EXPIRY DAYS MISSING OR "
023500             "NOT NUMERIC - RUN STOPPED"
023600         MOVE 16 TO RETURN-CODE
023700         GOBACK
023800     END-IF.
023900     MOVE PPM-EXPIRE-DAYS TO WS-EXPIRE-DAYS.
024000     MOVE WS-EXPIRE-DAYS  TO H2-EXPIRE-DAYS.
024100 1100-EXIT.
024200     EXIT.
024300******************************************************************
024400*    2000-APPLY-DECISION - EDIT THE CHECKER DECISION JUST READ,  *
024500*    DRIVE IT THROUGH CUSTMNT IF IT IS GOOD, AND LIST IT EITHER  *
024600*    WAY.                                                        *
024700******************************************************************
024800 2000-APPLY-DECISION.
024900     ADD 1 TO WS-DECISION-COUNT.
025000     MOVE "N"    TO WS-REFUSE-SWITCH.
025100     MOVE SPACES TO WS-REFUSE-REASON.
025200     INITIALIZE CUSTOMER-RECORD.
025300     PERFORM 2100-EDIT-DECISION THRU 2100-EXIT.
025400     IF NOT WS-DECISION-REFUSED
025500         PERFORM 2200-DECIDE-THROUGH-CUSTMNT THRU 2200-EXIT
025600     END-IF.
025700     PERFORM 2500-WRITE-DECISION-LINE THRU 2500-EXIT.
025800     PERFORM 8000-READ-PENDACT THRU 8000-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100******************************************************************
026200*    2100-EDIT-DECISION - THE FACE OF THE DECISION ONLY.  WHETHER *
026300*    THE ITEM IS ON FILE, STILL PENDING, AND DECIDED BY SOMEONE  *
026400*    OTHER THAN ITS MAKER IS CUSTMNT'S TO SAY.                   *
026500******************************************************************
026600 2100-EDIT-DECISION.
026700     IF PA-ITEM-NO-X NOT NUMERIC
026800         MOVE "ITEM NUMBER NOT NUMERIC" TO WS-REFUSE-REASON
026900         SET WS-DECISION-REFUSED TO TRUE
027000         GO TO 2100-EXIT
027100     END-IF.
027200     IF NOT PA-APPROVE AND NOT PA-DECLINE
027300         MOVE "DECISION IS NOT A OR D"  TO WS-REFUSE-REASON
027400         SET WS-DECISION-REFUSED TO TRUE
027500         GO TO 2100-EXIT
027600     END-IF.
027700     IF PA-USER-ID = SPACES
027800         MOVE "NO CHECKER USER ID"      TO WS-REFUSE-REASON
027900         SET WS-DECISION-REFUSED TO TRUE
028000         GO TO 2100-EXIT
028100     END-IF.
028200 2100-EXIT.
028300     EXIT.
028400******************************************************************
028500*    2200-DECIDE-THROUGH-CUSTMNT - APPROVE OR DECLINE THE ITEM   *
028600*    THROUGH CUSTMNT.  A REFUSAL (RC 6) COMES BACK WITH ITS      *
028700*    REASON; A ROW THAT VANISHED BETWEEN CUSTMNT'S CHECK AND ITS *
028800*    UPDATE (RC 4) LEAVES THE ITEM PENDING AND IS A REFUSAL TOO. *
028900*    ANY HARDER FAILURE STOPS THE RUN.                           *
029000******************************************************************
029100 2200-DECIDE-THROUGH-CUSTMNT.
029200     IF PA-APPROVE
029300         SET MNT-APPROVE TO TRUE
029400     ELSE
029500         SET MNT-DECLINE TO TRUE
029600     END-IF.
029700     MOVE PA-ITEM-NO TO MNT-ITEM-NO.
029800     MOVE PA-USER-ID TO MNT-CHECKER-ID.
029900     MOVE PA-REASON  TO MNT-REASON.
030000     CALL "CUSTMNT" USING MNT-PARM CUSTOMER-RECORD.
030100     MOVE RETURN-CODE TO WS-MNT-RC.
030200     MOVE ZERO TO RETURN-CODE.
030300     IF WS-MNT-RC = 0
030400         IF PA-APPROVE
030500             ADD 1 TO WS-APPROVED-COUNT
030600         ELSE
030700             ADD 1 TO WS-DECLINED-COUNT
030800         END-IF
030900     ELSE IF WS-MNT-RC = 6
031000         MOVE MNT-REASON TO WS-REFUSE-REASON
031100         SET WS-DECISION-REFUSED TO TRUE
031200     ELSE IF WS-MNT-RC = 4
031300         MOVE "ROW GONE BEFORE UPDATE"  TO WS-REFUSE-REASON
031400         SET WS-DECISION-REFUSED TO TRUE
031500     ELSE
031600         DISPLAY "PENDAPR - CUSTMNT FAILED WITH RC "
031700             WS-MNT-RC " FOR ITEM " PA-ITEM-NO
031800             " - RUN STOPPED"
031900         MOVE 16 TO RETURN-CODE
032000         GOBACK
032100     END-IF.
032200 2200-EXIT.
032300     EXIT.
032400******************************************************************
032500*    2500-WRITE-DECISION-LINE - ONE REGISTER LINE PER CHECKER    *
032600*    DECISION, APPLIED OR REFUSED.                               *
032700******************************************************************
032800 2500-WRITE-DECISION-LINE.
032900     IF PA-ITEM-NO-X NUMERIC
033000         MOVE PA-ITEM-NO  TO DL-ITEM-NO
033100     ELSE
033200         MOVE ZERO        TO DL-ITEM-NO
033300     END-IF.
033400     MOVE PA-DECISION     TO DL-CODE.
033500     MOVE CUST-ID         TO DL-CUST-ID.
033600     MOVE PA-USER-ID      TO DL-USER-ID.
033700     MOVE SPACES          TO DL-DISPOSITION.
033800     IF WS-DECISION-REFUSED
033900         ADD 1 TO WS-REFUSED-COUNT
034000         STRING "REFUSED-" DELIMITED BY SIZE
034100                WS-REFUSE-REASON DELIMITED BY SIZE
034200                INTO DL-DISPOSITION
034300     ELSE IF PA-APPROVE
034400         MOVE "APPROVED - APPLIED"      TO DL-DISPOSITION
034500     ELSE
034600         MOVE "DECLINED"                TO DL-DISPOSITION
034700     END-IF.
034800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
034900 2500-EXIT.
035000     EXIT.
035100******************************************************************
035200*    3000-TERMINATE - PRINT THE CONTROL COUNTS, CLOSE UP, AND    *
035300*    SET THE RETURN CODE THE CHECKERS WATCH FOR.                 *
035400******************************************************************
035500 3000-TERMINATE.
035600     CLOSE PENDACT-FILE.
035700     MOVE WS-EXPIRED-COUNT  TO TL-EXPIRED-COUNT.
035800     MOVE WS-DECISION-COUNT TO TL-DECISION-COUNT.
035900     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT.
036000     MOVE WS-DECLINED-COUNT TO TL-DECLINED-COUNT.
036100     MOVE WS-REFUSED-COUNT  TO TL-REFUSED-COUNT.
036200     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
036300     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
036400     CLOSE PRINT-FILE.
036500     DISPLAY "PENDAPR - ITEMS EXPIRED:      " WS-EXPIRED-COUNT.
036600     DISPLAY "PENDAPR - CHECKER DECISIONS:  " WS-DECISION-COUNT.
036700     DISPLAY "PENDAPR - REFUSED:            " WS-REFUSED-COUNT.
036800     IF WS-REFUSED-COUNT > ZERO
036900         MOVE 4 TO RETURN-CODE
037000     END-IF.
037100 3000-EXIT.
037200     EXIT.
037300******************************************************************
037400*    4000-EXPIRE-OLD-ITEMS - ONE PASS OVER THE WHOLE PENDING     *
037500*    FILE IN ITEM ORDER BEFORE ANY DECISION IS TAKEN, SO AN      *
037600*    ITEM THAT HAS RUN OUT OF TIME CANNOT BE APPROVED TONIGHT.   *
037700*    THE PRIMER RECORD AT THE ALL-ZEROS KEY IS SKIPPED BY        *
037800*    STARTING PAST IT.  THE FILE IS CLOSED AGAIN BEFORE CUSTMNT  *
037900*    OPENS IT FOR THE DECISIONS.                                 *
038000******************************************************************
038100 4000-EXPIRE-OLD-ITEMS.
038200     OPEN I-O PENDCHG-FILE.
038300     IF WS-PEND-STATUS NOT = "00"
038400         DISPLAY "PENDAPR - OPEN OF PENDCHG FAILED - FILE "
038500             "STATUS " WS-PEND-STATUS
038600         MOVE 16 TO RETURN-CODE
038700         GOBACK
038800     END-IF.
038900     WRITE PRINT-LINE FROM WS-HEADING-2.
039000     WRITE PRINT-LINE FROM WS-HEADING-3.
039100     MOVE ZERO TO PC-ITEM-NO.
039200     START PENDCHG-FILE
039300         KEY > PC-ITEM-KEY
039400         INVALID KEY
039500             SET END-OF-PENDCHG TO TRUE
039600     END-START.
039700     IF NOT END-OF-PENDCHG
039800         PERFORM 8100-READ-PENDCHG-NEXT THRU 8100-EXIT
039900     END-IF.
040000     PERFORM 4100-CHECK-ONE-ITEM THRU 4100-EXIT
040100         UNTIL END-OF-PENDCHG.
040200     CLOSE PENDCHG-FILE.
040300 4000-EXIT.
040400     EXIT.
040500******************************************************************
040600*    4100-CHECK-ONE-ITEM - ONLY A PENDING ITEM CAN EXPIRE.       *
040700*    EVERY OTHER ITEM IS PASSED OVER.                            *
040800******************************************************************
040900 4100-CHECK-ONE-ITEM.
041000     IF PC-PENDING
041100         PERFORM 4200-EXPIRE-IF-OVERDUE THRU 4200-EXIT
041200     END-IF.
041300     PERFORM 8100-READ-PENDCHG-NEXT THRU 8100-EXIT.
041400 4100-EXIT.
041500     EXIT.
041600******************************************************************
041700*    4200-EXPIRE-IF-OVERDUE - A PENDING ITEM HELD MORE THAN THE  *
041800*    PARAMETER NUMBER OF CALENDAR DAYS BEFORE TODAY'S BUSINESS   *
041900*    DATE IS EXPIRED AND LISTED.                                 *
042000******************************************************************
042100 4200-EXPIRE-IF-OVERDUE.
042200     SET DYC-DAYS-BETWEEN TO TRUE.
042300     MOVE PC-HOLD-DATE     TO DYC-FROM-DATE.
042400     MOVE WS-BUSINESS-DATE TO DYC-TO-DATE.
042500     CALL "DAYSCALC" USING DAYSCALC-PARM.
042600     IF NOT DYC-CALC-VALID
042700        OR DYC-DAYS NOT > WS-EXPIRE-DAYS
042800         GO TO 4200-EXIT
042900     END-IF.
043000     SET PC-EXPIRED TO TRUE.
043100     MOVE WS-BUSINESS-DATE TO PC-DECISION-DATE.
043200     MOVE "EXPIRED - NOT DECIDED IN TIME" TO PC-REASON.
043300     REWRITE PENDCHG-RECORD.
043400     IF WS-PEND-STATUS NOT = "00"
043500         DISPLAY "PENDAPR - REWRITE OF PENDCHG ITEM "
043600             PC-ITEM-NO " FAILED - FILE STATUS "
043700             WS-PEND-STATUS " - RUN STOPPED"
043800         MOVE 16 TO RETURN-CODE
043900         GOBACK
044000     END-IF.
044100     ADD 1 TO WS-EXPIRED-COUNT.
044200     MOVE PC-ITEM-NO       TO DL-ITEM-NO.
044300     MOVE PC-ACTION        TO DL-CODE.
044400     MOVE PC-AFTER-IMAGE   TO CUSTOMER-RECORD.
044500     MOVE CUST-ID          TO DL-CUST-ID.
044600     MOVE PC-MAKER-ID      TO DL-USER-ID.
044700     MOVE PC-REASON        TO DL-DISPOSITION.
044800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
044900 4200-EXIT.
045000     EXIT.
045100******************************************************************
045200*    8000-READ-PENDACT - READ ONE CHECKER DECISION, WATCH FOR    *
045300*    EOF.                                                        *
045400******************************************************************
045500 8000-READ-PENDACT.
045600     READ PENDACT-FILE
045700         AT END SET END-OF-PENDACT TO TRUE
045800     END-READ.
045900 8000-EXIT.
046000     EXIT.
046100******************************************************************
046200*    8100-READ-PENDCHG-NEXT - NEXT PENDING-FILE ITEM IN KEY      *
046300*    ORDER.  ANY STATUS BUT A CLEAN READ OR END OF FILE STOPS    *
046400*    THE RUN.                                                    *
046500******************************************************************
046600 8100-READ-PENDCHG-NEXT.
046700     READ PENDCHG-FILE NEXT RECORD
046800         AT END SET END-OF-PENDCHG TO TRUE
046900     END-READ.
047000     IF NOT END-OF-PENDCHG AND WS-PEND-STATUS NOT = "00"
047100         DISPLAY "PENDAPR - READ OF PENDCHG FAILED - FILE "
047200             "STATUS " WS-PEND-STATUS " - RUN STOPPED"
047300         MOVE 16 TO RETURN-CODE
047400         GOBACK
047500     END-IF.
047600 8100-EXIT.
047700     EXIT.
