000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HISTINQ.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     HISTINQ                                       *
001000*    PURPOSE:     HELPDESK TRANSACTION-HISTORY INQUIRY.  GIVEN  *
001100*                 A CUST-ID AND AN OPTIONAL FROM/TO POST DATE   *
001200*                 RANGE IN HIST-PARM, RETURNS THE ACCOUNT'S     *
001300*                 CURRENT NAME, STATUS AND BALANCE FROM         *
001400*                 CUSTOMERS AND ONE PAGE OF ITS TRANHIST        *
001480*                 POSTINGS - POST DATE, DEBIT/CREDIT, AMOUNT,   *
001560*                 SOURCE CODE, OLD AND NEW BALANCE, AND THE     *
001640*                 BUSINESS DATE OF THE NIGHT IT POSTED - NEWEST *
001720*                 FIRST, SO AN AGENT CAN EXPLAIN A FEE, AN      *
001800*                 ACCRUAL OR A MISSING DEPOSIT ON THE FIRST     *
001900*                 CALL INSTEAD OF SENDING THE CUSTOMER TO THE   *
002000*                 STATEMENT OR RAISING A TICKET TO OPERATIONS.  *
002100*                 TRANHIST CAN ONLY BE READ FORWARD, SO EACH    *
002200*                 PAGE IS THE LAST HIST-MAX-POSTINGS POSTINGS   *
002300*                 IN THE RANGE BELOW THE RESTART KEY, HANDED    *
002400*                 BACK IN REVERSE.  WHEN OLDER POSTINGS REMAIN, *
002500*                 HIST-MORE-POSTINGS IS SET AND THE RESTART KEY *
002600*                 CARRIES THE OLDEST POSTING RETURNED; PASSING  *
002700*                 THE PARM BACK UNCHANGED FETCHES THE NEXT      *
002800*                 (OLDER) PAGE.                                 *
002900*                                                                *
003000*    RETURN CODES:                                              *
003100*                     0 = ONE OR MORE POSTINGS RETURNED (CHECK  *
003200*                         HIST-MORE-POSTINGS FOR A FURTHER PAGE)*
003300*                     4 = NO POSTINGS IN THE RANGE (THE ACCOUNT *
003400*                         FIELDS ARE STILL FILLED IN IF THE     *
003500*                         CUSTOMERS ROW EXISTS)                 *
003600*                    16 = BAD REQUEST OR RUN FAILURE            *
003700*                                                                *
003800*    MODIFICATION HISTORY                                       *
003900*    ---------------------------------------------------------- *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    ---------------------------------------------------------- *
004200*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.    IBM-370.
004700 OBJECT-COMPUTER.    IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DBCONN-FILE ASSIGN TO DBCONN
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS TH-HIST-KEY
005600         FILE STATUS IS WS-HIST-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DBCONN-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY dbcred.cpy.
006200 FD  TRANHIST-FILE.
006300     COPY tranhist.cpy.
006400 WORKING-STORAGE SECTION.
006500 77  WS-CONNECTED-SW          PIC X(01) VALUE "N".
006600     88  WS-ALREADY-CONNECTED          VALUE "Y".
006700 77  WS-OPENED-SW             PIC X(01) VALUE "N".
006800     88  WS-ALREADY-OPENED             VALUE "Y".
006900 77  WS-HIST-EOF-SWITCH       PIC X(01) VALUE "N".
007000     88  END-OF-HISTORY                VALUE "Y".
007100 77  WS-OLDER-SW              PIC X(01) VALUE "N".
007200     88  WS-OLDER-POSTINGS             VALUE "Y".
007233 77  WS-PRIMER-SW             PIC X(01) VALUE "N".
007266     88  WS-PRIMER-READ                VALUE "Y".
007300 77  WS-WINDOW-COUNT          PIC S9(04) COMP VALUE ZERO.
007400 77  WS-WINDOW-SUB            PIC S9(04) COMP VALUE ZERO.
007500 01  WS-HIST-STATUS           PIC X(02).
007600 01  WS-USER                  PIC X(10).
007700 01  WS-PASS                  PIC X(10).
007800*    POST DATE AND SEQUENCE OF THE POSTING JUST READ, LAID OUT
007900*    LIKE HIST-RESTART-KEY SO THE TWO COMPARE DIRECTLY.
008000 01  WS-THIS-KEY.
008100     05  WS-THIS-DATE         PIC 9(08).
008200     05  WS-THIS-SEQ          PIC 9(04).
008300*    THE LATEST POSTINGS READ SO FAR, OLDEST FIRST.  WHEN THE
008400*    WINDOW IS FULL THE OLDEST DROPS OFF THE FRONT, SO AT END OF
008500*    RANGE IT HOLDS THE PAGE AND WS-OLDER-POSTINGS SAYS WHETHER
008600*    ANYTHING WAS DROPPED.
008700 01  WS-WINDOW-TABLE.
008800     05  WS-WINDOW-ENTRY      PIC X(58) OCCURS 20 TIMES.
008900 COPY customer.cpy.
009000 COPY dateparm.cpy.
009100 COPY sqlca.cpy.
009200 LINKAGE SECTION.
009300 COPY histparm.cpy.
009400******************************************************************
009500*    PROCEDURE DIVISION                                          *
009600******************************************************************
009700 PROCEDURE DIVISION USING HIST-PARM.
009800 0000-MAINLINE.
009900     IF NOT WS-ALREADY-CONNECTED
010000         PERFORM 1000-CONNECT-TO-MYDB THRU 1000-EXIT
010100     END-IF.
010200     IF NOT WS-ALREADY-OPENED
010300         PERFORM 1100-OPEN-TRANHIST THRU 1100-EXIT
010400     END-IF.
010500     PERFORM 2000-HISTORY-INQUIRY THRU 2000-EXIT.
010600     GOBACK.
010700******************************************************************
010800*    1000-CONNECT-TO-MYDB - READ MYDB CREDENTIALS FROM THE       *
010900*    DBCONN DD AND CONNECT.  RUNS ONCE PER RUN UNIT.             *
011000******************************************************************
011100 1000-CONNECT-TO-MYDB.
011200     OPEN INPUT DBCONN-FILE.
011300     READ DBCONN-FILE
011400         AT END
011500             DISPLAY "HISTINQ - DBCONN FILE IS EMPTY - CANNOT "
011600                 "CONNECT TO MYDB"
011700             SET HIST-BAD-REQUEST TO TRUE
011800             MOVE 16 TO RETURN-CODE
011900             GOBACK
012000     END-READ.
012100     CLOSE DBCONN-FILE.
012200     MOVE DBCRED-USER TO WS-USER.
012300     MOVE DBCRED-PASS TO WS-PASS.
012400     EXEC SQL
012500          CONNECT TO 'MYDB' USER :WS-USER USING :WS-PASS
012600     END-EXEC.
012700     SET WS-ALREADY-CONNECTED TO TRUE.
012800 1000-EXIT.
012900     EXIT.
013000******************************************************************
013100*    1100-OPEN-TRANHIST - OPEN THE HISTORY FILE FOR INPUT.  RUNS *
013200*    ONCE PER RUN UNIT; THE FILE STAYS OPEN THE SAME WAY CUSTINQ *
013300*    HOLDS THE MIRROR OPEN.                                      *
013400******************************************************************
013500 1100-OPEN-TRANHIST.
013600     OPEN INPUT TRANHIST-FILE.
013700     IF WS-HIST-STATUS NOT = "00"
013800         DISPLAY "HISTINQ - OPEN OF TRANHIST FAILED - FILE "
013900             "STATUS " WS-HIST-STATUS
014000         SET HIST-BAD-REQUEST TO TRUE
014100         MOVE 16 TO RETURN-CODE
014200         GOBACK
014300     END-IF.
014400     SET WS-ALREADY-OPENED TO TRUE.
014500 1100-EXIT.
014600     EXIT.
014700******************************************************************
014800*    2000-HISTORY-INQUIRY - EDIT THE REQUEST, PICK UP THE        *
014900*    ACCOUNT'S CURRENT STATE, READ THE POSTINGS IN THE RANGE     *
015000*    THROUGH THE WINDOW, AND HAND THE WINDOW BACK NEWEST FIRST.  *
015100******************************************************************
015200 2000-HISTORY-INQUIRY.
015300     MOVE ZERO  TO HIST-POSTING-COUNT.
015400     MOVE 20    TO HIST-MAX-POSTINGS.
015500     MOVE ZERO  TO WS-WINDOW-COUNT.
015600     MOVE "N"   TO WS-HIST-EOF-SWITCH.
015700     MOVE "N"   TO WS-OLDER-SW.
015800     MOVE SPACE TO HIST-RESULT-SW.
015900     PERFORM 2050-EDIT-REQUEST THRU 2050-EXIT.
016000     IF HIST-BAD-REQUEST
016100         GO TO 2000-EXIT
016200     END-IF.
016300     PERFORM 2100-GET-ACCOUNT THRU 2100-EXIT.
016400     IF HIST-BAD-REQUEST
016500         GO TO 2000-EXIT
016600     END-IF.
016700     PERFORM 2200-START-HISTORY THRU 2200-EXIT.
016800     PERFORM 2300-WINDOW-ONE-POSTING THRU 2300-EXIT
016900         UNTIL END-OF-HISTORY.
017000     IF HIST-BAD-REQUEST
017100         GO TO 2000-EXIT
017200     END-IF.
017300     PERFORM 2400-RETURN-ONE-POSTING THRU 2400-EXIT
017400         VARYING WS-WINDOW-SUB FROM WS-WINDOW-COUNT BY -1
017500         UNTIL WS-WINDOW-SUB < 1.
017600     IF WS-OLDER-POSTINGS
017700         SET HIST-MORE-POSTINGS TO TRUE
017800         MOVE HIST-POST-DATE (HIST-POSTING-COUNT)
017900             TO HIST-RESTART-DATE
018000         MOVE HIST-POST-SEQ (HIST-POSTING-COUNT)
018100             TO HIST-RESTART-SEQ
018200         MOVE 0 TO RETURN-CODE
018300     ELSE
018400         MOVE ZERO TO HIST-RESTART-KEY
018500         IF HIST-POSTING-COUNT = ZERO
018600             SET HIST-NONE-FOUND TO TRUE
018700             MOVE 4 TO RETURN-CODE
018800         ELSE
018900             SET HIST-FOUND TO TRUE
019000             MOVE 0 TO RETURN-CODE
019100         END-IF
019200     END-IF.
019300 2000-EXIT.
019400     EXIT.
019500******************************************************************
019600*    2050-EDIT-REQUEST - THE CUST-ID MUST NOT BE BLANK; A FROM   *
019700*    OR TO DATE, IF GIVEN, MUST BE A REAL DATE AND FROM MUST NOT *
019800*    BE AFTER TO; THE RESTART KEY MUST BE NUMERIC (ZERO ON A     *
019900*    FRESH INQUIRY).                                             *
020000******************************************************************
020100 2050-EDIT-REQUEST.
020200     IF HIST-CUST-ID = SPACES
020300         DISPLAY "HISTINQ - CUST-ID IS BLANK"
020400         SET HIST-BAD-REQUEST TO TRUE
020500         MOVE 16 TO RETURN-CODE
020600         GO TO 2050-EXIT
020700     END-IF.
020800     IF HIST-FROM-DATE NOT NUMERIC
020900        OR HIST-TO-DATE NOT NUMERIC
021000        OR HIST-RESTART-KEY NOT NUMERIC
021100         DISPLAY "HISTINQ - DATE RANGE OR RESTART KEY IS NOT "
021200             "NUMERIC"
021300         SET HIST-BAD-REQUEST TO TRUE
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 2050-EXIT
021600     END-IF.
021700     IF HIST-FROM-DATE NOT = ZERO
021800         MOVE HIST-FROM-DATE TO DTC-DATE
021900         CALL "DATECHK" USING DATECHK-PARM
022000         IF NOT DTC-DATE-VALID
022100             DISPLAY "HISTINQ - FROM DATE " HIST-FROM-DATE
022200                 " IS NOT A VALID YYYYMMDD DATE"
022300             SET HIST-BAD-REQUEST TO TRUE
022400             MOVE 16 TO RETURN-CODE
022500             GO TO 2050-EXIT
022600         END-IF
022700     END-IF.
022800     IF HIST-TO-DATE NOT = ZERO
022900         MOVE HIST-TO-DATE TO DTC-DATE
023000         CALL "DATECHK" USING DATECHK-PARM
023100         IF NOT DTC-DATE-VALID
023200             DISPLAY "HISTINQ - TO DATE " HIST-TO-DATE
023300                 " IS NOT A VALID YYYYMMDD DATE"
023400             SET HIST-BAD-REQUEST TO TRUE
023500             MOVE 16 TO RETURN-CODE
023600             GO TO 2050-EXIT
023700         END-IF
023800         IF HIST-FROM-DATE > HIST-TO-DATE
023900             DISPLAY "HISTINQ - FROM DATE " HIST-FROM-DATE
024000                 " IS AFTER TO DATE " HIST-TO-DATE
024100             SET HIST-BAD-REQUEST TO TRUE
024200             MOVE 16 TO RETURN-CODE
024300         END-IF
024400     END-IF.
024500 2050-EXIT.
024600     EXIT.
024700******************************************************************
024800*    2100-GET-ACCOUNT - CURRENT NAME, STATUS AND BALANCE FROM    *
024900*    THE LIVE CUSTOMERS ROW.  NO ROW IS NOT AN ERROR - A CLOSED  *
025000*    ACCOUNT PURGED BY RETNPRG CAN STILL HAVE POSTINGS ON        *
025100*    TRANHIST - SO THE POSTINGS ARE STILL READ.                  *
025200******************************************************************
025300 2100-GET-ACCOUNT.
025400     MOVE HIST-CUST-ID TO CUST-ID.
025500     EXEC SQL
025600          SELECT NAME, BALANCE, STATUS
025700            INTO :CUST-NAME, :CUST-BALANCE, :CUST-STATUS
025800            FROM CUSTOMERS
025900           WHERE ID = :CUST-ID
026000     END-EXEC.
026100     IF SQLCODE = 100
026200         SET HIST-ACCOUNT-NOT-FOUND TO TRUE
026300         MOVE SPACES TO HIST-CUST-NAME
026400         MOVE SPACE  TO HIST-CUST-STATUS
026500         MOVE ZERO   TO HIST-CUST-BALANCE
026600         GO TO 2100-EXIT
026700     END-IF.
026800     IF SQLCODE NOT = 0
026900         DISPLAY "HISTINQ - SQL ERROR " SQLCODE
027000             " READING CUSTOMER " HIST-CUST-ID
027100         SET HIST-BAD-REQUEST TO TRUE
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 2100-EXIT
027400     END-IF.
027500     SET HIST-ACCOUNT-FOUND TO TRUE.
027600     MOVE CUST-NAME    TO HIST-CUST-NAME.
027700     MOVE CUST-STATUS  TO HIST-CUST-STATUS.
027800     MOVE CUST-BALANCE TO HIST-CUST-BALANCE.
027900 2100-EXIT.
028000     EXIT.
028100******************************************************************
028200*    2200-START-HISTORY - POSITION AT THE FIRST POSTING ON OR    *
028300*    AFTER THE FROM DATE (THE ACCOUNT'S FIRST POSTING WHEN NO    *
028400*    FROM DATE IS GIVEN) AND READ IT.                            *
028500******************************************************************
028600 2200-START-HISTORY.
028700     MOVE HIST-CUST-ID   TO TH-CUST-ID.
028800     MOVE HIST-FROM-DATE TO TH-POST-DATE.
028900     MOVE ZERO           TO TH-POST-SEQ.
029000     START TRANHIST-FILE
029100         KEY NOT < TH-HIST-KEY
029200         INVALID KEY
029300             SET END-OF-HISTORY TO TRUE
029400     END-START.
029500     IF END-OF-HISTORY
029600         GO TO 2200-EXIT
029700     END-IF.
029800     IF WS-HIST-STATUS NOT = "00"
029900         DISPLAY "HISTINQ - START OF TRANHIST FAILED - FILE "
030000             "STATUS " WS-HIST-STATUS
030100         SET HIST-BAD-REQUEST TO TRUE
030200         MOVE 16 TO RETURN-CODE
030300         SET END-OF-HISTORY TO TRUE
030400         GO TO 2200-EXIT
030500     END-IF.
030600     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
030700 2200-EXIT.
030800     EXIT.
030900******************************************************************
031000*    2300-WINDOW-ONE-POSTING - ADD THE POSTING JUST READ TO THE  *
031100*    END OF THE WINDOW, DROPPING THE OLDEST OFF THE FRONT IF THE *
031200*    WINDOW IS ALREADY FULL, AND READ THE NEXT.                  *
031300******************************************************************
031400 2300-WINDOW-ONE-POSTING.
031500     IF WS-WINDOW-COUNT = HIST-MAX-POSTINGS
031600         SET WS-OLDER-POSTINGS TO TRUE
031700         PERFORM 2350-SHIFT-ONE-ENTRY THRU 2350-EXIT
031800             VARYING WS-WINDOW-SUB FROM 1 BY 1
031900             UNTIL WS-WINDOW-SUB = WS-WINDOW-COUNT
032000     ELSE
032100         ADD 1 TO WS-WINDOW-COUNT
032200     END-IF.
032300     MOVE TRANHIST-RECORD TO WS-WINDOW-ENTRY (WS-WINDOW-COUNT).
032400     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
032500 2300-EXIT.
032600     EXIT.
032620******************************************************************
032640*    2350-SHIFT-ONE-ENTRY - MOVE THE WINDOW ENTRY AFTER          *
032660*    WS-WINDOW-SUB DOWN ONE PLACE.                               *
032680******************************************************************
032700 2350-SHIFT-ONE-ENTRY.
032800     MOVE WS-WINDOW-ENTRY (WS-WINDOW-SUB + 1)
032900         TO WS-WINDOW-ENTRY (WS-WINDOW-SUB).
033000 2350-EXIT.
033100     EXIT.
033200******************************************************************
033300*    2400-RETURN-ONE-POSTING - COPY ONE WINDOW ENTRY TO THE NEXT *
033400*    SLOT OF THE CALLER'S PAGE.  THE WINDOW IS WALKED FROM THE   *
033500*    BACK, SO THE PAGE COMES OUT NEWEST FIRST.                   *
033600******************************************************************
033700 2400-RETURN-ONE-POSTING.
033800     MOVE WS-WINDOW-ENTRY (WS-WINDOW-SUB) TO TRANHIST-RECORD.
033900     ADD 1 TO HIST-POSTING-COUNT.
034000     MOVE TH-POST-DATE     TO
034100         HIST-POST-DATE (HIST-POSTING-COUNT).
034200     MOVE TH-POST-SEQ      TO
034300         HIST-POST-SEQ (HIST-POSTING-COUNT).
034400     MOVE TH-DC-CODE       TO
034500         HIST-DC-CODE (HIST-POSTING-COUNT).
034600     MOVE TH-AMOUNT        TO
034700         HIST-AMOUNT (HIST-POSTING-COUNT).
034800     MOVE TH-SOURCE-CODE   TO
034900         HIST-SOURCE-CODE (HIST-POSTING-COUNT).
035000     MOVE TH-OLD-BALANCE   TO
035100         HIST-OLD-BALANCE (HIST-POSTING-COUNT).
035200     MOVE TH-NEW-BALANCE   TO
035300         HIST-NEW-BALANCE (HIST-POSTING-COUNT).
035400     MOVE TH-REVERSAL-FLAG TO
035500         HIST-REVERSAL-FLAG (HIST-POSTING-COUNT).
035533     MOVE TH-BUSINESS-DATE TO
035566         HIST-BUSINESS-DATE (HIST-POSTING-COUNT).
035600 2400-EXIT.
035700     EXIT.
035800******************************************************************
035900*    8100-READ-HISTORY - NEXT TRANHIST POSTING IN THE RANGE.     *
036000*    THE RANGE ENDS AT ANOTHER CUST-ID, A POST DATE PAST THE TO  *
036100*    DATE, OR - WHEN CONTINUING AN EARLIER PAGE - THE RESTART    *
036200*    KEY, SINCE THAT POSTING AND EVERYTHING NEWER HAS ALREADY    *
036300*    BEEN RETURNED.  A ZERO POST DATE IS THE FILE'S PRIMER       *
036366*    RECORD, NOT A POSTING, AND IS PASSED OVER BY READING        *
036432*    AGAIN.                                                      *
036500******************************************************************
036600 8100-READ-HISTORY.
036613     MOVE "Y" TO WS-PRIMER-SW.
036626     PERFORM 8150-READ-HISTORY-RECORD THRU 8150-EXIT
036639         UNTIL END-OF-HISTORY
036652            OR NOT WS-PRIMER-READ.
036665 8100-EXIT.
036678     EXIT.
036691******************************************************************
036704*    8150-READ-HISTORY-RECORD - ONE READ FOR 8100.  THE RANGE    *
036717*    TESTS SET END-OF-HISTORY; THE PRIMER RECORD IS FLAGGED SO   *
036730*    8100 READS PAST IT.                                         *
036743******************************************************************
036756 8150-READ-HISTORY-RECORD.
036769     MOVE "N" TO WS-PRIMER-SW.
036782     READ TRANHIST-FILE NEXT RECORD
036800         AT END SET END-OF-HISTORY TO TRUE
036900     END-READ.
037000     IF END-OF-HISTORY
037100         GO TO 8150-EXIT
037200     END-IF.
037300     IF WS-HIST-STATUS NOT = "00"
037400         DISPLAY "HISTINQ - READ OF TRANHIST FAILED - FILE "
037500             "STATUS " WS-HIST-STATUS
037600         SET HIST-BAD-REQUEST TO TRUE
037700         MOVE 16 TO RETURN-CODE
037800         SET END-OF-HISTORY TO TRUE
037900         GO TO 8150-EXIT
038000     END-IF.
038100     MOVE TH-POST-DATE TO WS-THIS-DATE.
038200     MOVE TH-POST-SEQ  TO WS-THIS-SEQ.
038300     IF TH-CUST-ID NOT = HIST-CUST-ID
038400         SET END-OF-HISTORY TO TRUE
038500     ELSE IF HIST-TO-DATE NOT = ZERO
038600        AND TH-POST-DATE > HIST-TO-DATE
038700         SET END-OF-HISTORY TO TRUE
038800     ELSE IF HIST-RESTART-KEY NOT = ZERO
038900        AND WS-THIS-KEY NOT < HIST-RESTART-KEY
039000         SET END-OF-HISTORY TO TRUE
039100     ELSE IF TH-POST-DATE = ZERO
039200         MOVE "Y" TO WS-PRIMER-SW
039300     END-IF.
039400 8150-EXIT.
039500     EXIT.
