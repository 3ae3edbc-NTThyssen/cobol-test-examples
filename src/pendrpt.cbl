000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PENDRPT.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     PENDRPT                                       *
001000*    PURPOSE:     DAILY REPORT OVER THE PENDCHG PENDING-CHANGES *
001100*                 FILE CUSTMNT HOLDS BALANCE CHANGES AND        *
001200*                 DELETES ON FOR DUAL CONTROL.  THE FIRST PAGE  *
001300*                 LISTS EVERY ITEM STILL WAITING FOR A CHECKER, *
001400*                 OLDEST FIRST, WITH ITS AGE IN CALENDAR DAYS;  *
001500*                 THE SECOND LISTS EVERY ITEM APPROVED,         *
001600*                 DECLINED OR EXPIRED ON THIS BUSINESS DATE     *
001700*                 WITH THE CHECKER AND THE REASON.  EACH LINE   *
001800*                 SHOWS THE BALANCE THE MAKER SAW AND THE       *
001900*                 BALANCE THE CHANGE ASKS FOR, AND WHO MADE     *
002000*                 IT.  EVERY ITEM ON THE FILE IS COUNTED BY     *
002100*                 STATUS.                                       *
002200*                                                                *
002300*    RETURN CODES:                                              *
002400*                     0 = REPORT PRODUCED                       *
002500*                    16 = RUN COULD NOT COMPLETE                *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ---------------------------------------------------------- *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------------------------------------------------------- *
003100*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PENDCHG-FILE ASSIGN TO PENDCHG
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS PC-ITEM-KEY
004500         FILE STATUS IS WS-PEND-STATUS.
004600     SELECT PRINT-FILE ASSIGN TO PENDRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BUSDATE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY busdate.cpy.
005300 FD  PENDCHG-FILE.
005400     COPY pendchg.cpy.
005500 FD  PRINT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE OMITTED.
005800 01  PRINT-LINE                   PIC X(133).
005900 WORKING-STORAGE SECTION.
006000 77  WS-PEND-EOF-SWITCH           PIC X(01) VALUE "N".
006100     88  END-OF-PENDCHG                    VALUE "Y".
006200 77  WS-PASS-SWITCH               PIC X(01) VALUE "P".
006300     88  WS-PENDING-PASS                   VALUE "P".
006400     88  WS-DECIDED-PASS                   VALUE "D".
006500 77  WS-PENDING-COUNT             PIC 9(07) COMP VALUE ZERO.
006600 77  WS-APPROVED-COUNT            PIC 9(07) COMP VALUE ZERO.
006700 77  WS-DECLINED-COUNT            PIC 9(07) COMP VALUE ZERO.
006800 77  WS-EXPIRED-COUNT             PIC 9(07) COMP VALUE ZERO.
006900 77  WS-TODAY-COUNT               PIC 9(07) COMP VALUE ZERO.
007000 77  WS-ITEM-AGE                  PIC 9(05) VALUE ZERO.
007100 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
007200 01  WS-PEND-STATUS               PIC X(02).
007300 01  WS-HEADING-1.
007400     05  FILLER                   PIC X(01) VALUE SPACE.
007500     05  FILLER                   PIC X(40)
007600             VALUE "PENDING CUSTOMER CHANGES REPORT".
007700     05  FILLER                   PIC X(15)
007800             VALUE "BUSINESS DATE ".
007900     05  H1-BUSINESS-DATE         PIC 9(08).
008000 01  WS-HEADING-2.
008100     05  FILLER                   PIC X(01) VALUE SPACE.
008200     05  FILLER                   PIC X(40)
008300             VALUE "ITEMS AWAITING A CHECKER - OLDEST FIRST".
008400 01  WS-HEADING-3.
008500     05  FILLER                   PIC X(01) VALUE SPACE.
008600     05  FILLER                   PIC X(40)
008700             VALUE "ITEMS DECIDED ON THIS BUSINESS DATE".
008800 01  WS-HEADING-4.
008900     05  FILLER                   PIC X(01) VALUE SPACE.
009000     05  FILLER                   PIC X(12) VALUE "ITEM-NO".
009100     05  FILLER                   PIC X(01) VALUE SPACE.
009200     05  FILLER                   PIC X(02) VALUE "A".
009300     05  FILLER                   PIC X(10) VALUE "CUST-ID".
009400     05  FILLER                   PIC X(04) VALUE SPACES.
009500     05  FILLER                   PIC X(11) VALUE "OLD BALANCE".
009600     05  FILLER                   PIC X(04) VALUE SPACES.
009700     05  FILLER                   PIC X(11) VALUE "NEW BALANCE".
009800     05  FILLER                   PIC X(01) VALUE SPACE.
009900     05  FILLER                   PIC X(10) VALUE "MAKER".
010000     05  FILLER                   PIC X(01) VALUE SPACE.
010100     05  FILLER                   PIC X(10) VALUE "CHECKER".
010200     05  FILLER                   PIC X(01) VALUE SPACE.
010300     05  FILLER                   PIC X(02) VALUE "S".
010400     05  FILLER                   PIC X(06) VALUE "  AGE".
010500     05  FILLER                   PIC X(01) VALUE SPACE.
010600     05  FILLER                   PIC X(30) VALUE "REASON".
010700 01  WS-DETAIL-LINE.
010800     05  FILLER                   PIC X(01) VALUE SPACE.
010900     05  DL-ITEM-NO               PIC 9(12).
011000     05  FILLER                   PIC X(01) VALUE SPACE.
011100     05  DL-ACTION                PIC X(01).
011200     05  FILLER                   PIC X(01) VALUE SPACE.
011300     05  DL-CUST-ID               PIC X(10).
011400     05  FILLER                   PIC X(01) VALUE SPACE.
011500     05  DL-OLD-BALANCE           PIC ZZ,ZZZ,ZZ9.99-.
011600     05  FILLER                   PIC X(01) VALUE SPACE.
011700     05  DL-NEW-BALANCE           PIC ZZ,ZZZ,ZZ9.99-.
011800     05  FILLER                   PIC X(01) VALUE SPACE.
011900     05  DL-MAKER-ID              PIC X(10).
012000     05  FILLER                   PIC X(01) VALUE SPACE.
012100     05  DL-CHECKER-ID            PIC X(10).
012200     05  FILLER                   PIC X(01) VALUE SPACE.
012300     05  DL-STATUS                PIC X(01).
012400     05  FILLER                   PIC X(01) VALUE SPACE.
012500     05  DL-AGE                   PIC ZZZZ9.
012600     05  FILLER                   PIC X(02) VALUE SPACES.
012700     05  DL-REASON                PIC X(30).
012800 01  WS-TOTAL-LINE-1.
012900     05  FILLER                   PIC X(01) VALUE SPACE.
013000     05  FILLER                   PIC X(09) VALUE "PENDING: ".
013100     05  TL-PENDING-COUNT         PIC Z,ZZZ,ZZ9.
013200     05  FILLER                   PIC X(03) VALUE SPACES.
013300     05  FILLER                   PIC X(10) VALUE "APPROVED: ".
013400     05  TL-APPROVED-COUNT        PIC Z,ZZZ,ZZ9.
013500     05  FILLER                   PIC X(03) VALUE SPACES.
013600     05  FILLER                   PIC X(10) VALUE "DECLINED: ".
013700     05  TL-DECLINED-COUNT        PIC Z,ZZZ,ZZ9.
013800     05  FILLER                   PIC X(03) VALUE SPACES.
013900     05  FILLER                   PIC X(09) VALUE "EXPIRED: ".
014000     05  TL-EXPIRED-COUNT         PIC Z,ZZZ,ZZ9.
014100 01  WS-TOTAL-LINE-2.
014200     05  FILLER                   PIC X(01) VALUE SPACE.
014300     05  FILLER                   PIC X(29)
014400             VALUE "DECIDED ON THIS BUSINESS DATE".
014500     05  FILLER                   PIC X(02) VALUE ": ".
014600     05  TL-TODAY-COUNT           PIC Z,ZZZ,ZZ9.
014700 COPY customer.cpy.
014800 COPY daysparm.cpy.
014900******************************************************************
015000*    PROCEDURE DIVISION                                          *
015100******************************************************************
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     SET WS-PENDING-PASS TO TRUE.
015600     WRITE PRINT-LINE FROM WS-HEADING-2.
015700     WRITE PRINT-LINE FROM WS-HEADING-4.
015800     PERFORM 2000-LIST-ITEMS THRU 2000-EXIT.
015900     SET WS-DECIDED-PASS TO TRUE.
016000     WRITE PRINT-LINE FROM WS-HEADING-3.
016100     WRITE PRINT-LINE FROM WS-HEADING-4.
016200     PERFORM 2000-LIST-ITEMS THRU 2000-EXIT.
016300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016400     GOBACK.
016500******************************************************************
016600*    1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE PENDING  *
016700*    FILE AND THE REPORT, AND PRINT THE MAIN HEADING.            *
016800******************************************************************
016900 1000-INITIALIZE.
017000     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
017100     OPEN INPUT PENDCHG-FILE.
017200     IF WS-PEND-STATUS NOT = "00"
017300         DISPLAY "PENDRPT - OPEN OF PENDCHG FAILED - FILE "
017400             "STATUS " WS-PEND-STATUS
017500         MOVE 16 TO RETURN-CODE
017600         GOBACK
017700     END-IF.
017800     OPEN OUTPUT PRINT-FILE.
017900     WRITE PRINT-LINE FROM WS-HEADING-1.
018000 1000-EXIT.
018100     EXIT.
018200******************************************************************
018300*    1050-READ-BUSINESS-DATE - AGES AND "DECIDED TODAY" ARE      *
018400*    MEASURED FROM THE BUSINESS DAY THE DATEROLL STEP OPENED,    *
018500*    NOT THE SYSTEM CLOCK.  A MISSING OR UNREADABLE BUSDATE      *
018600*    STOPS THE RUN.                                              *
018700******************************************************************
018800 1050-READ-BUSINESS-DATE.
018900     OPEN INPUT BUSDATE-FILE.
019000     READ BUSDATE-FILE
019100         AT END
019200             DISPLAY "PENDRPT - BUSDATE IS EMPTY - RUN THE "
019300                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
019400                 "- RUN STOPPED"
019500             MOVE 16 TO RETURN-CODE
019600             GOBACK
019700     END-READ.
019800     CLOSE BUSDATE-FILE.
019900     IF BD-BUSINESS-DATE NOT NUMERIC
020000         DISPLAY "PENDRPT - BUSDATE BUSINESS DATE IS NOT "
020100             "NUMERIC - RUN STOPPED"
020200         MOVE 16 TO RETURN-CODE
020300         GOBACK
020400     END-IF.
020500     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
020600     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
020700 1050-EXIT.
020800     EXIT.
020900******************************************************************
021000*    2000-LIST-ITEMS - ONE PASS OVER THE WHOLE PENDING FILE IN   *
021100*    ITEM ORDER, WHICH IS THE ORDER THE CHANGES WERE HELD.  THE  *
021200*    PRIMER RECORD AT THE ALL-ZEROS KEY IS SKIPPED BY STARTING   *
021300*    PAST IT.  THE PENDING PASS ALSO COUNTS EVERY ITEM BY        *
021400*    STATUS.                                                     *
021500******************************************************************
021600 2000-LIST-ITEMS.
021700     MOVE "N"  TO WS-PEND-EOF-SWITCH.
021800     MOVE ZERO TO PC-ITEM-NO.
021900     START PENDCHG-FILE
022000         KEY > PC-ITEM-KEY
022100         INVALID KEY
022200             SET END-OF-PENDCHG TO TRUE
022300     END-START.
022400     IF NOT END-OF-PENDCHG
022500         PERFORM 8000-READ-PENDCHG-NEXT THRU 8000-EXIT
022600     END-IF.
022700     PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
022800         UNTIL END-OF-PENDCHG.
022900 2000-EXIT.
023000     EXIT.
023100******************************************************************
023200*    2100-LIST-ONE-ITEM - ON THE PENDING PASS, COUNT THE ITEM    *
023300*    AND LIST IT IF IT IS STILL PENDING.  ON THE DECIDED PASS,   *
023400*    LIST IT IF IT LEFT PENDING ON THIS BUSINESS DATE.           *
023500******************************************************************
023600 2100-LIST-ONE-ITEM.
023700     IF WS-PENDING-PASS
023800         PERFORM 2200-COUNT-ITEM THRU 2200-EXIT
023900         IF PC-PENDING
024000             PERFORM 2500-WRITE-ITEM-LINE THRU 2500-EXIT
024100         END-IF
024200     ELSE
024300         IF NOT PC-PENDING
024400            AND PC-DECISION-DATE = WS-BUSINESS-DATE
024500             ADD 1 TO WS-TODAY-COUNT
024600             PERFORM 2500-WRITE-ITEM-LINE THRU 2500-EXIT
024700         END-IF
024800     END-IF.
024900     PERFORM 8000-READ-PENDCHG-NEXT THRU 8000-EXIT.
025000 2100-EXIT.
025100     EXIT.
025200******************************************************************
025300*    2200-COUNT-ITEM - EVERY ITEM ON THE FILE, BY STATUS.        *
025400******************************************************************
025500 2200-COUNT-ITEM.
025600     IF PC-PENDING
025700         ADD 1 TO WS-PENDING-COUNT
025800     ELSE IF PC-APPROVED
025900         ADD 1 TO WS-APPROVED-COUNT
026000     ELSE IF PC-DECLINED
026100         ADD 1 TO WS-DECLINED-COUNT
026200     ELSE IF PC-EXPIRED
026300         ADD 1 TO WS-EXPIRED-COUNT
026400     END-IF.
026500 2200-EXIT.
026600     EXIT.
026700******************************************************************
026800*    2500-WRITE-ITEM-LINE - ONE REPORT LINE FOR THE ITEM.  THE   *
026900*    NEW BALANCE IS THE ONE THE HELD CUSTOMER-RECORD ASKS FOR; A *
027000*    DELETE ASKS FOR NONE AND SHOWS ZERO.  THE AGE IS CALENDAR   *
027100*    DAYS FROM THE DATE THE CHANGE WAS HELD TO TODAY FOR A       *
027200*    PENDING ITEM, OR TO THE DATE IT WAS DECIDED.                *
027300******************************************************************
027400 2500-WRITE-ITEM-LINE.
027500     MOVE PC-AFTER-IMAGE   TO CUSTOMER-RECORD.
027600     MOVE PC-ITEM-NO       TO DL-ITEM-NO.
027700     MOVE PC-ACTION        TO DL-ACTION.
027800     MOVE CUST-ID          TO DL-CUST-ID.
027900     IF PC-OLD-BALANCE NUMERIC
028000         MOVE PC-OLD-BALANCE TO DL-OLD-BALANCE
028100     ELSE
028200         MOVE ZERO           TO DL-OLD-BALANCE
028300     END-IF.
028400     IF PC-UPDATE AND CUST-BALANCE NUMERIC
028500         MOVE CUST-BALANCE   TO DL-NEW-BALANCE
028600     ELSE
028700         MOVE ZERO           TO DL-NEW-BALANCE
028800     END-IF.
028900     MOVE PC-MAKER-ID      TO DL-MAKER-ID.
029000     MOVE PC-CHECKER-ID    TO DL-CHECKER-ID.
029100     MOVE PC-STATUS        TO DL-STATUS.
029200     MOVE PC-REASON        TO DL-REASON.
029300     SET DYC-DAYS-BETWEEN TO TRUE.
029400     MOVE PC-HOLD-DATE     TO DYC-FROM-DATE.
029500     IF PC-PENDING
029600         MOVE WS-BUSINESS-DATE TO DYC-TO-DATE
029700     ELSE
029800         MOVE PC-DECISION-DATE TO DYC-TO-DATE
029900     END-IF.
030000     CALL "DAYSCALC" USING DAYSCALC-PARM.
030100     IF DYC-CALC-VALID AND DYC-DAYS > ZERO
030200         MOVE DYC-DAYS     TO WS-ITEM-AGE
030300     ELSE
030400         MOVE ZERO         TO WS-ITEM-AGE
030500     END-IF.
030600     MOVE WS-ITEM-AGE      TO DL-AGE.
030700     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
030800 2500-EXIT.
030900     EXIT.
031000******************************************************************
031100*    3000-TERMINATE - PRINT THE STATUS COUNTS AND CLOSE UP.      *
031200******************************************************************
031300 3000-TERMINATE.
031400     CLOSE PENDCHG-FILE.
031500     MOVE WS-PENDING-COUNT  TO TL-PENDING-COUNT.
031600     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT.
031700     MOVE WS-DECLINED-COUNT TO TL-DECLINED-COUNT.
031800     MOVE WS-EXPIRED-COUNT  TO TL-EXPIRED-COUNT.
031900     MOVE WS-TODAY-COUNT    TO TL-TODAY-COUNT.
032000     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
032100     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
032200     CLOSE PRINT-FILE.
032300     DISPLAY "PENDRPT - ITEMS PENDING:      " WS-PENDING-COUNT.
032400     DISPLAY "PENDRPT - DECIDED TODAY:      " WS-TODAY-COUNT.
032500 3000-EXIT.
032600     EXIT.
032700******************************************************************
032800*    8000-READ-PENDCHG-NEXT - NEXT PENDING-FILE ITEM IN KEY      *
032900*    ORDER.  ANY STATUS BUT A CLEAN READ OR END OF FILE STOPS    *
033000*    THE RUN.                                                    *
033100******************************************************************
033200 8000-READ-PENDCHG-NEXT.
033300     READ PENDCHG-FILE NEXT RECORD
033400         AT END SET END-OF-PENDCHG TO TRUE
033500     END-READ.
033600     IF NOT END-OF-PENDCHG AND WS-PEND-STATUS NOT = "00"
033700         DISPLAY "PENDRPT - READ OF PENDCHG FAILED - FILE "
033800             "STATUS " WS-PEND-STATUS " - RUN STOPPED"
033900         MOVE 16 TO RETURN-CODE
034000         GOBACK
034100     END-IF.
034200 8000-EXIT.
034300     EXIT.
