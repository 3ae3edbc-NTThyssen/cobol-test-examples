000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BALROLL.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     BALROLL                                       *
001000*    PURPOSE:     MONTH-END PER-ACCOUNT BALANCE ROLL-FORWARD    *
001100*                 PROOF.  TAKES A BALANCE SNAPSHOT OF EVERY     *
001200*                 CUSTOMERS ROW (CURRSNP) AND MATCHES IT BY     *
001300*                 CUST-ID AGAINST LAST MONTH'S SNAPSHOT         *
001400*                 (PRIORSNP).  FOR EVERY ACCOUNT THE OPENING    *
001500*                 BALANCE PLUS THE CREDITS LESS THE DEBITS ON   *
001600*                 TRANHIST POSTED AFTER THE PRIOR SNAPSHOT DATE *
001700*                 AND UP TO THE BUSINESS DATE MUST EQUAL THE    *
001725*                 CLOSING BALANCE.  "POSTED" GOES BY            *
001750*                 TH-BUSINESS-DATE - THE NIGHT CUSTPOST MOVED   *
001775*                 THE BALANCE - NEVER BY TH-POST-DATE, THE      *
001800*                 TRANSACTION'S OWN DATE, WHICH A SUSPENSE ITEM *
001825*                 RE-FED AFTER MONTH-END, AN ACCRUAL DATED BY   *
001850*                 ACCRPARM OR A FUTURE-DATED ITEM CAN PUT IN    *
001875*                 ANOTHER MONTH.  AN ACCOUNT OPENED DURING      *
001900*                 THE MONTH OPENS AT ZERO; AN ACCOUNT DELETED   *
002000*                 DURING THE MONTH CLOSES AT ZERO.  AN ACCOUNT  *
002100*                 THAT DOES NOT ROLL FORWARD - A BALANCE        *
002200*                 OVERWRITTEN BY CUSTMNT OR FIXED BY SQL        *
002300*                 OUTSIDE THE POSTING PATH - IS PRINTED ON THE  *
002400*                 EXCEPTION REPORT, FOLLOWED BY THE OPENING,    *
002500*                 ACTIVITY AND CLOSING TOTALS BY STATUS.  WITH  *
002600*                 NO PRIOR SNAPSHOT (THE FIRST RUN) THE         *
002700*                 SNAPSHOT IS TAKEN AS THE BASELINE AND NOTHING *
002800*                 IS PROVED.                                    *
002900*                                                                *
003000*    RETURN CODES:                                              *
003100*                     0 = EVERY ACCOUNT ROLLS FORWARD           *
003200*                     4 = ONE OR MORE ACCOUNTS DO NOT ROLL      *
003300*                         FORWARD - SEE THE EXCEPTION REPORT    *
003400*                    16 = RUN COULD NOT COMPLETE                *
003500*                                                                *
003600*    MODIFICATION HISTORY                                       *
003700*    ---------------------------------------------------------- *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    ---------------------------------------------------------- *
004000*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT DBCONN-FILE ASSIGN TO DBCONN
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT PRIORSNP-FILE ASSIGN TO PRIORSNP
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT CURRSNP-FILE ASSIGN TO CURRSNP
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS TH-HIST-KEY
006000         FILE STATUS IS WS-HIST-STATUS.
006100     SELECT PRINT-FILE ASSIGN TO ROLLRPT
006200         ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  DBCONN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY dbcred.cpy.
006800 FD  BUSDATE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY busdate.cpy.
007100 FD  PRIORSNP-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  PRIOR-SNAP-RECORD.
007400     05  PRIOR-CUST-ID            PIC X(10).
007500     05  PRIOR-CUST-STATUS        PIC X(01).
007600     05  PRIOR-CUST-BALANCE       PIC S9(7)V99 COMP-3.
007700     05  PRIOR-SNAPSHOT-DATE      PIC 9(08).
007800     05  FILLER                   PIC X(16).
007900 FD  CURRSNP-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY balsnap.cpy.
008300 FD  TRANHIST-FILE.
008400     COPY tranhist.cpy.
008500 FD  PRINT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE OMITTED.
008800 01  PRINT-LINE                   PIC X(133).
008900 WORKING-STORAGE SECTION.
009000 77  WS-CURR-EOF-SWITCH           PIC X(01) VALUE "N".
009100     88  END-OF-CUSTOMERS                  VALUE "Y".
009200 77  WS-PRIOR-EOF-SWITCH          PIC X(01) VALUE "N".
009300     88  END-OF-PRIORSNP                   VALUE "Y".
009400 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
009500     88  END-OF-HISTORY                    VALUE "Y".
009600 77  WS-BASELINE-SWITCH           PIC X(01) VALUE "N".
009700     88  WS-BASELINE-RUN                   VALUE "Y".
009800 77  WS-CURR-COUNT                PIC 9(07) COMP VALUE ZERO.
009900 77  WS-PRIOR-COUNT               PIC 9(07) COMP VALUE ZERO.
010000 77  WS-PROVED-COUNT              PIC 9(07) COMP VALUE ZERO.
010100 77  WS-EXCEPTION-COUNT           PIC 9(07) COMP VALUE ZERO.
010200 77  WS-STAT-SUB                  PIC 9(02) COMP VALUE ZERO.
010300 77  WS-STAT-MAX                  PIC 9(02) COMP VALUE 5.
010400 01  WS-HIST-STATUS               PIC X(02).
010500 01  WS-USER                      PIC X(10).
010600 01  WS-PASS                      PIC X(10).
010700 01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
010800 01  WS-PRIOR-DATE                PIC 9(08) VALUE ZERO.
010900 01  WS-CURR-KEY                  PIC X(10) VALUE SPACES.
011000 01  WS-PRIOR-KEY                 PIC X(10) VALUE SPACES.
011100 01  WS-PREV-PRIOR-KEY            PIC X(10) VALUE LOW-VALUES.
011200******************************************************************
011300*    THE ACCOUNT BEING PROVED                                    *
011400******************************************************************
011500 01  WS-ACCOUNT-WORK.
011600     05  WS-ACCT-ID               PIC X(10).
011700     05  WS-ACCT-STATUS           PIC X(01).
011800     05  WS-ACCT-NOTE             PIC X(20).
011900     05  WS-OPENING               PIC S9(9)V99 COMP-3.
012000     05  WS-CREDITS               PIC S9(9)V99 COMP-3.
012100     05  WS-DEBITS                PIC S9(9)V99 COMP-3.
012200     05  WS-CLOSING               PIC S9(9)V99 COMP-3.
012300     05  WS-EXPECTED              PIC S9(9)V99 COMP-3.
012400     05  WS-DIFFERENCE            PIC S9(9)V99 COMP-3.
012500******************************************************************
012600*    TOTALS BY STATUS - ACTIVE, DORMANT, CLOSED, ANY OTHER       *
012700*    STATUS, AND ACCOUNTS DELETED DURING THE MONTH.              *
012800******************************************************************
012900 01  WS-STAT-NAME-VALUES.
013000     05  FILLER                   PIC X(10) VALUE "ACTIVE".
013100     05  FILLER                   PIC X(10) VALUE "DORMANT".
013200     05  FILLER                   PIC X(10) VALUE "CLOSED".
013300     05  FILLER                   PIC X(10) VALUE "OTHER".
013400     05  FILLER                   PIC X(10) VALUE "DELETED".
013500 01  WS-STAT-NAME-TABLE REDEFINES WS-STAT-NAME-VALUES.
013600     05  WS-STAT-NAME             PIC X(10) OCCURS 5 TIMES.
013700 01  WS-STAT-TOTALS-TABLE.
013800     05  WS-STAT-ENTRY OCCURS 5 TIMES.
013900         10  WS-STAT-COUNT        PIC 9(07) COMP.
014000         10  WS-STAT-OPENING      PIC S9(11)V99 COMP-3.
014100         10  WS-STAT-CREDITS      PIC S9(11)V99 COMP-3.
014200         10  WS-STAT-DEBITS       PIC S9(11)V99 COMP-3.
014300         10  WS-STAT-CLOSING      PIC S9(11)V99 COMP-3.
014400         10  WS-STAT-EXCEPTIONS   PIC 9(07) COMP.
014500 01  WS-GRAND-TOTALS.
014600     05  WS-GRAND-COUNT           PIC 9(07) COMP VALUE ZERO.
014700     05  WS-GRAND-OPENING         PIC S9(11)V99 COMP-3 VALUE ZERO.
014800     05  WS-GRAND-CREDITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
014900     05  WS-GRAND-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
015000     05  WS-GRAND-CLOSING         PIC S9(11)V99 COMP-3 VALUE ZERO.
015100     05  WS-GRAND-EXCEPTIONS      PIC 9(07) COMP VALUE ZERO.
015200 01  WS-HEADING-1.
015300     05  FILLER                   PIC X(01) VALUE SPACE.
015400     05  FILLER                   PIC X(40)
015500             VALUE "MONTH-END BALANCE ROLL-FORWARD PROOF".
015600     05  FILLER                   PIC X(15)
015700             VALUE "BUSINESS DATE ".
015800     05  H1-BUSINESS-DATE         PIC 9(08).
015900     05  FILLER                   PIC X(03) VALUE SPACES.
016000     05  FILLER                   PIC X(16)
016100             VALUE "PRIOR SNAPSHOT ".
016200     05  H1-PRIOR-DATE            PIC 9(08).
016300 01  WS-HEADING-2.
016400     05  FILLER                   PIC X(01) VALUE SPACE.
016500     05  FILLER                   PIC X(12) VALUE "CUST-ID".
016600     05  FILLER                   PIC X(02) VALUE "ST".
016700     05  FILLER                   PIC X(16)
016800             VALUE "       OPENING".
016900     05  FILLER                   PIC X(16)
017000             VALUE "       CREDITS".
017100     05  FILLER                   PIC X(16)
017200             VALUE "        DEBITS".
017300     05  FILLER                   PIC X(16)
017400             VALUE "      EXPECTED".
017500     05  FILLER                   PIC X(16)
017600             VALUE "       CLOSING".
017700     05  FILLER                   PIC X(16)
017800             VALUE "    DIFFERENCE".
017900     05  FILLER                   PIC X(20) VALUE "  NOTE".
018000 01  WS-EXCEPTION-LINE.
018100     05  FILLER                   PIC X(01) VALUE SPACE.
018200     05  XL-CUST-ID               PIC X(10).
018300     05  FILLER                   PIC X(02) VALUE SPACES.
018400     05  XL-STATUS                PIC X(01).
018500     05  FILLER                   PIC X(01) VALUE SPACE.
018600     05  XL-OPENING               PIC ZZZ,ZZZ,ZZ9.99-.
018700     05  FILLER                   PIC X(01) VALUE SPACE.
018800     05  XL-CREDITS               PIC ZZZ,ZZZ,ZZ9.99-.
018900     05  FILLER                   PIC X(01) VALUE SPACE.
019000     05  XL-DEBITS                PIC ZZZ,ZZZ,ZZ9.99-.
019100     05  FILLER                   PIC X(01) VALUE SPACE.
019200     05  XL-EXPECTED              PIC ZZZ,ZZZ,ZZ9.99-.
019300     05  FILLER                   PIC X(01) VALUE SPACE.
019400     05  XL-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
019500     05  FILLER                   PIC X(01) VALUE SPACE.
019600     05  XL-DIFFERENCE            PIC ZZZ,ZZZ,ZZ9.99-.
019700     05  FILLER                   PIC X(02) VALUE SPACES.
019800     05  XL-NOTE                  PIC X(20).
019900 01  WS-BASELINE-LINE.
020000     05  FILLER                   PIC X(01) VALUE SPACE.
020100     05  FILLER                   PIC X(37)
020200             VALUE "NO PRIOR SNAPSHOT - THIS SNAPSHOT IS ".
020300     05  FILLER                   PIC X(30)
020400             VALUE "THE BASELINE, NOTHING PROVED".
020500 01  WS-STAT-HEADING.
020600     05  FILLER                   PIC X(01) VALUE SPACE.
020700     05  FILLER                   PIC X(10) VALUE "STATUS".
020800     05  FILLER                   PIC X(10) VALUE "  ACCOUNTS".
020900     05  FILLER                   PIC X(19)
021000             VALUE "            OPENING".
021100     05  FILLER                   PIC X(19)
021200             VALUE "            CREDITS".
021300     05  FILLER                   PIC X(19)
021400             VALUE "             DEBITS".
021500     05  FILLER                   PIC X(19)
021600             VALUE "            CLOSING".
021700     05  FILLER                   PIC X(12)
021800             VALUE "  EXCEPTIONS".
021900 01  WS-STAT-LINE.
022000     05  FILLER                   PIC X(01) VALUE SPACE.
022100     05  SL-STATUS-NAME           PIC X(10).
022200     05  SL-COUNT                 PIC Z,ZZZ,ZZ9.
022300     05  FILLER                   PIC X(02) VALUE SPACES.
022400     05  SL-OPENING               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022500     05  FILLER                   PIC X(01) VALUE SPACE.
022600     05  SL-CREDITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022700     05  FILLER                   PIC X(01) VALUE SPACE.
022800     05  SL-DEBITS                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022900     05  FILLER                   PIC X(01) VALUE SPACE.
023000     05  SL-CLOSING               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023100     05  FILLER                   PIC X(03) VALUE SPACES.
023200     05  SL-EXCEPTIONS            PIC Z,ZZZ,ZZ9.
023300 01  WS-TOTAL-LINE-1.
023400     05  FILLER                   PIC X(01) VALUE SPACE.
023500     05  FILLER                   PIC X(21)
023600             VALUE "CUSTOMERS SNAPSHOT:  ".
023700     05  TL-CURR-COUNT            PIC Z,ZZZ,ZZ9.
023800     05  FILLER                   PIC X(03) VALUE SPACES.
023900     05  FILLER                   PIC X(16)
024000             VALUE "PRIOR SNAPSHOT: ".
024100     05  TL-PRIOR-COUNT           PIC Z,ZZZ,ZZ9.
024200     05  FILLER                   PIC X(03) VALUE SPACES.
024300     05  FILLER                   PIC X(08) VALUE "PROVED: ".
024400     05  TL-PROVED-COUNT          PIC Z,ZZZ,ZZ9.
024500     05  FILLER                   PIC X(03) VALUE SPACES.
024600     05  FILLER                   PIC X(12) VALUE "EXCEPTIONS: ".
024700     05  TL-EXCEPTION-COUNT       PIC Z,ZZZ,ZZ9.
024800 COPY customer.cpy.
024900 COPY sqlca.cpy.
025000 EXEC SQL
025100     DECLARE CUST-CURSOR CURSOR FOR
025200         SELECT ID, NAME, BALANCE, STATUS, ADDRESS,
025300                LAST_ACTIVITY_DATE
025400           FROM CUSTOMERS
025500         ORDER BY ID
025600 END-EXEC.
025700******************************************************************
025800*    PROCEDURE DIVISION                                          *
025900******************************************************************
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026300     PERFORM 2000-COMPARE-KEYS THRU 2000-EXIT
026400         UNTIL END-OF-CUSTOMERS AND END-OF-PRIORSNP.
026500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
026600     GOBACK.
026700******************************************************************
026800*    1000-INITIALIZE - READ THE BUSINESS DATE, CONNECT TO MYDB,  *
026900*    OPEN THE FILES, AND PRIME BOTH SIDES OF THE MATCH.  THE     *
027000*    FIRST PRIOR SNAPSHOT RECORD GIVES THE DATE THE MONTH'S      *
027100*    ACTIVITY IS COUNTED FROM.                                   *
027200******************************************************************
027300 1000-INITIALIZE.
027400     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
027500     OPEN INPUT DBCONN-FILE.
027600     READ DBCONN-FILE
027700         AT END
027800             DISPLAY "BALROLL - DBCONN FILE IS EMPTY - CANNOT "
027900                 "CONNECT TO MYDB"
028000             MOVE 16 TO RETURN-CODE
028100             GOBACK
028200     END-READ.
028300     CLOSE DBCONN-FILE.
028400     MOVE DBCRED-USER TO WS-USER.
028500     MOVE DBCRED-PASS TO WS-PASS.
028600     EXEC SQL
028700          CONNECT TO 'MYDB' USER :WS-USER USING :WS-PASS
028800     END-EXEC.
028900     OPEN INPUT TRANHIST-FILE.
029000     IF WS-HIST-STATUS NOT = "00"
029100         DISPLAY "BALROLL - OPEN OF TRANHIST FAILED - FILE "
029200             "STATUS " WS-HIST-STATUS
029300         MOVE 16 TO RETURN-CODE
029400         GOBACK
029500     END-IF.
029600     INITIALIZE WS-STAT-TOTALS-TABLE.
029700     OPEN INPUT PRIORSNP-FILE.
029800     PERFORM 9000-READ-PRIORSNP THRU 9000-EXIT.
029900     IF END-OF-PRIORSNP
030000         SET WS-BASELINE-RUN TO TRUE
030100     ELSE
030200         MOVE PRIOR-SNAPSHOT-DATE TO WS-PRIOR-DATE
030300         IF WS-PRIOR-DATE NOT NUMERIC
030400            OR WS-PRIOR-DATE NOT < WS-BUSINESS-DATE
030500             DISPLAY "BALROLL - PRIOR SNAPSHOT DATE "
030600                 PRIOR-SNAPSHOT-DATE " IS NOT BEFORE THE "
030700                 "BUSINESS DATE - RUN STOPPED"
030800             MOVE 16 TO RETURN-CODE
030900             GOBACK
031000         END-IF
031100     END-IF.
031200     MOVE WS-PRIOR-DATE TO H1-PRIOR-DATE.
031300     OPEN OUTPUT CURRSNP-FILE.
031400     OPEN OUTPUT PRINT-FILE.
031500     WRITE PRINT-LINE FROM WS-HEADING-1.
031600     IF WS-BASELINE-RUN
031700         WRITE PRINT-LINE FROM WS-BASELINE-LINE
031800     ELSE
031900         WRITE PRINT-LINE FROM WS-HEADING-2
032000     END-IF.
032100     EXEC SQL
032200          OPEN CUST-CURSOR
032300     END-EXEC.
032400     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
032500 1000-EXIT.
032600     EXIT.
032700******************************************************************
032800*    1050-READ-BUSINESS-DATE - THE SNAPSHOT IS DATED WITH THE    *
032900*    BUSINESS DAY THE DATEROLL STEP OPENED, AND THE MONTH'S      *
033000*    ACTIVITY RUNS UP TO IT.  A MISSING OR UNREADABLE BUSDATE    *
033100*    STOPS THE RUN.                                              *
033200******************************************************************
033300 1050-READ-BUSINESS-DATE.
033400     OPEN INPUT BUSDATE-FILE.
033500     READ BUSDATE-FILE
033600         AT END
033700             DISPLAY "BALROLL - BUSDATE IS EMPTY - RUN THE "
033800                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
033900                 "- RUN STOPPED"
034000             MOVE 16 TO RETURN-CODE
034100             GOBACK
034200     END-READ.
034300     CLOSE BUSDATE-FILE.
034400     IF BD-BUSINESS-DATE NOT NUMERIC
034500         DISPLAY "BALROLL - BUSDATE BUSINESS DATE IS NOT "
034600             "NUMERIC - RUN STOPPED"
034700         MOVE 16 TO RETURN-CODE
034800         GOBACK
034900     END-IF.
035000     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
035100     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
035200 1050-EXIT.
035300     EXIT.
035400******************************************************************
035500*    2000-COMPARE-KEYS - MATCH CUSTOMERS AGAINST THE PRIOR       *
035600*    SNAPSHOT BY CUST-ID.  EVERY CUSTOMERS ROW GOES ON TONIGHT'S *
035700*    SNAPSHOT; EVERY ACCOUNT ON EITHER SIDE IS PROVED.           *
035800******************************************************************
035900 2000-COMPARE-KEYS.
036000     MOVE SPACES TO WS-ACCT-NOTE.
036100     IF WS-CURR-KEY < WS-PRIOR-KEY
036200         PERFORM 2100-ACCOUNT-OPENED THRU 2100-EXIT
036300     ELSE
036400         IF WS-PRIOR-KEY < WS-CURR-KEY
036500             PERFORM 2200-ACCOUNT-DELETED THRU 2200-EXIT
036600         ELSE
036700             PERFORM 2300-ACCOUNT-ON-BOTH THRU 2300-EXIT
036800         END-IF
036900     END-IF.
037000 2000-EXIT.
037100     EXIT.
037200******************************************************************
037300*    2100-ACCOUNT-OPENED - ON CUSTOMERS BUT NOT LAST MONTH'S     *
037400*    SNAPSHOT, SO IT OPENS AT ZERO.                              *
037500******************************************************************
037600 2100-ACCOUNT-OPENED.
037700     MOVE CUST-ID      TO WS-ACCT-ID.
037800     MOVE CUST-STATUS  TO WS-ACCT-STATUS.
037900     MOVE ZERO         TO WS-OPENING.
038000     MOVE CUST-BALANCE TO WS-CLOSING.
038100     IF NOT WS-BASELINE-RUN
038200         MOVE "OPENED THIS MONTH" TO WS-ACCT-NOTE
038300     END-IF.
038400     PERFORM 2400-SET-STATUS-ENTRY THRU 2400-EXIT.
038500     PERFORM 2500-PROVE-ACCOUNT THRU 2500-EXIT.
038600     PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT.
038700     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
038800 2100-EXIT.
038900     EXIT.
039000******************************************************************
039100*    2200-ACCOUNT-DELETED - ON LAST MONTH'S SNAPSHOT BUT NO      *
039200*    LONGER ON CUSTOMERS, SO IT CLOSES AT ZERO.  A CLOSED        *
039300*    ZERO-BALANCE ACCOUNT PURGED FOR RETENTION ROLLS FORWARD;    *
039400*    ONE DELETED WITH MONEY ON IT DOES NOT.                      *
039500******************************************************************
039600 2200-ACCOUNT-DELETED.
039700     MOVE PRIOR-CUST-ID      TO WS-ACCT-ID.
039800     MOVE PRIOR-CUST-STATUS  TO WS-ACCT-STATUS.
039900     MOVE PRIOR-CUST-BALANCE TO WS-OPENING.
040000     MOVE ZERO               TO WS-CLOSING.
040100     MOVE "DELETED THIS MONTH" TO WS-ACCT-NOTE.
040200     MOVE 5 TO WS-STAT-SUB.
040300     PERFORM 2500-PROVE-ACCOUNT THRU 2500-EXIT.
040400     PERFORM 9000-READ-PRIORSNP THRU 9000-EXIT.
040500 2200-EXIT.
040600     EXIT.
040700******************************************************************
040800*    2300-ACCOUNT-ON-BOTH - THE USUAL CASE.                      *
040900******************************************************************
041000 2300-ACCOUNT-ON-BOTH.
041100     MOVE CUST-ID            TO WS-ACCT-ID.
041200     MOVE CUST-STATUS        TO WS-ACCT-STATUS.
041300     MOVE PRIOR-CUST-BALANCE TO WS-OPENING.
041400     MOVE CUST-BALANCE       TO WS-CLOSING.
041500     PERFORM 2400-SET-STATUS-ENTRY THRU 2400-EXIT.
041600     PERFORM 2500-PROVE-ACCOUNT THRU 2500-EXIT.
041700     PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT.
041800     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
041900     PERFORM 9000-READ-PRIORSNP THRU 9000-EXIT.
042000 2300-EXIT.
042100     EXIT.
042200******************************************************************
042300*    2400-SET-STATUS-ENTRY - THE TOTALS ENTRY FOR A LIVE         *
042400*    ACCOUNT'S CLOSING STATUS.                                   *
042500******************************************************************
042600 2400-SET-STATUS-ENTRY.
042700     IF CUST-STATUS-ACTIVE
042800         MOVE 1 TO WS-STAT-SUB
042900     ELSE IF CUST-STATUS-DORMANT
043000         MOVE 2 TO WS-STAT-SUB
043100     ELSE IF CUST-STATUS-CLOSED
043200         MOVE 3 TO WS-STAT-SUB
043300     ELSE
043400         MOVE 4 TO WS-STAT-SUB
043500     END-IF.
043600 2400-EXIT.
043700     EXIT.
043800******************************************************************
043900*    2500-PROVE-ACCOUNT - OPENING + CREDITS - DEBITS MUST EQUAL  *
044000*    CLOSING.  ON THE BASELINE RUN THERE IS NO OPENING BALANCE   *
044100*    TO PROVE FROM, SO THE ACCOUNT IS ONLY COUNTED.              *
044200******************************************************************
044300 2500-PROVE-ACCOUNT.
044400     MOVE ZERO TO WS-CREDITS.
044500     MOVE ZERO TO WS-DEBITS.
044600     IF NOT WS-BASELINE-RUN
044700         PERFORM 2600-SUM-ACTIVITY THRU 2600-EXIT
044800     END-IF.
044900     COMPUTE WS-EXPECTED = WS-OPENING + WS-CREDITS - WS-DEBITS.
045000     COMPUTE WS-DIFFERENCE = WS-CLOSING - WS-EXPECTED.
045100     ADD 1           TO WS-STAT-COUNT (WS-STAT-SUB).
045200     ADD WS-OPENING  TO WS-STAT-OPENING (WS-STAT-SUB).
045300     ADD WS-CREDITS  TO WS-STAT-CREDITS (WS-STAT-SUB).
045400     ADD WS-DEBITS   TO WS-STAT-DEBITS (WS-STAT-SUB).
045500     ADD WS-CLOSING  TO WS-STAT-CLOSING (WS-STAT-SUB).
045600     IF WS-BASELINE-RUN
045700         GO TO 2500-EXIT
045800     END-IF.
045900     IF WS-DIFFERENCE = ZERO
046000         ADD 1 TO WS-PROVED-COUNT
046100     ELSE
046200         ADD 1 TO WS-EXCEPTION-COUNT
046300         ADD 1 TO WS-STAT-EXCEPTIONS (WS-STAT-SUB)
046400         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
046500     END-IF.
046600 2500-EXIT.
046700     EXIT.
046800******************************************************************
046900*    2600-SUM-ACTIVITY - ADD UP THE ACCOUNT'S TRANHIST CREDITS   *
047000*    AND DEBITS POSTED AFTER THE PRIOR SNAPSHOT DATE AND UP TO   *
047060*    THE BUSINESS DATE, BY THE BUSINESS DATE CUSTPOST STAMPED ON *
047120*    EACH.  THE KEY IS IN POST-DATE ORDER, WHICH SAYS NOTHING    *
047180*    ABOUT WHEN A POSTING WAS MADE, SO THE WHOLE OF THE          *
047240*    ACCOUNT'S HISTORY IS READ FROM ITS FIRST RECORD.            *
047300******************************************************************
047400 2600-SUM-ACTIVITY.
047500     MOVE "N"           TO WS-HIST-EOF-SWITCH.
047600     MOVE WS-ACCT-ID    TO TH-CUST-ID.
047700     MOVE ZERO          TO TH-POST-DATE.
047800     MOVE ZERO          TO TH-POST-SEQ.
047900     START TRANHIST-FILE
048000         KEY NOT < TH-HIST-KEY
048100         INVALID KEY
048200             SET END-OF-HISTORY TO TRUE
048300     END-START.
048400     IF NOT END-OF-HISTORY
048500         PERFORM 8100-READ-HISTORY THRU 8100-EXIT
048600     END-IF.
048700     PERFORM 2650-ADD-ONE-POSTING THRU 2650-EXIT
048800         UNTIL END-OF-HISTORY.
048900 2600-EXIT.
049000     EXIT.
049014******************************************************************
049028*    2650-ADD-ONE-POSTING - ADD ONE TRANHIST RECORD TO THE       *
049042*    ACCOUNT'S CREDITS OR DEBITS WHEN ITS BUSINESS DATE FALLS    *
049056*    AFTER THE PRIOR SNAPSHOT DATE AND NOT PAST THE BUSINESS     *
049070*    DATE, THEN READ THE NEXT.                                   *
049084******************************************************************
049100 2650-ADD-ONE-POSTING.
049160     IF TH-BUSINESS-DATE > WS-PRIOR-DATE
049220        AND TH-BUSINESS-DATE NOT > WS-BUSINESS-DATE
049280         IF TH-CREDIT
049340             ADD TH-AMOUNT TO WS-CREDITS
049400         END-IF
049460         IF TH-DEBIT
049520             ADD TH-AMOUNT TO WS-DEBITS
049580         END-IF
049640     END-IF.
049700     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
049800 2650-EXIT.
049900     EXIT.
050000******************************************************************
050100*    2700-WRITE-EXCEPTION - ONE LINE FOR AN ACCOUNT THAT DOES    *
050200*    NOT ROLL FORWARD.                                           *
050300******************************************************************
050400 2700-WRITE-EXCEPTION.
050500     MOVE WS-ACCT-ID     TO XL-CUST-ID.
050600     MOVE WS-ACCT-STATUS TO XL-STATUS.
050700     MOVE WS-OPENING     TO XL-OPENING.
050800     MOVE WS-CREDITS     TO XL-CREDITS.
050900     MOVE WS-DEBITS      TO XL-DEBITS.
051000     MOVE WS-EXPECTED    TO XL-EXPECTED.
051100     MOVE WS-CLOSING     TO XL-CLOSING.
051200     MOVE WS-DIFFERENCE  TO XL-DIFFERENCE.
051300     MOVE WS-ACCT-NOTE   TO XL-NOTE.
051400     WRITE PRINT-LINE FROM WS-EXCEPTION-LINE.
051500 2700-EXIT.
051600     EXIT.
051700******************************************************************
051800*    2800-WRITE-SNAPSHOT - TONIGHT'S SNAPSHOT RECORD FOR THE     *
051900*    CUSTOMERS ROW JUST PROVED.                                  *
052000******************************************************************
052100 2800-WRITE-SNAPSHOT.
052200     MOVE SPACES           TO BALSNAP-RECORD.
052300     MOVE CUST-ID          TO SN-CUST-ID.
052400     MOVE CUST-STATUS      TO SN-CUST-STATUS.
052500     MOVE CUST-BALANCE     TO SN-CUST-BALANCE.
052600     MOVE WS-BUSINESS-DATE TO SN-SNAPSHOT-DATE.
052700     WRITE BALSNAP-RECORD.
052800 2800-EXIT.
052900     EXIT.
053000******************************************************************
053100*    3000-TERMINATE - PRINT THE TOTALS BY STATUS AND THE CONTROL *
053200*    COUNTS, AND CLOSE UP.                                       *
053300******************************************************************
053400 3000-TERMINATE.
053500     EXEC SQL
053600          CLOSE CUST-CURSOR
053700     END-EXEC.
053800     CLOSE PRIORSNP-FILE.
053900     CLOSE CURRSNP-FILE.
054000     CLOSE TRANHIST-FILE.
054100     WRITE PRINT-LINE FROM WS-STAT-HEADING
054200         AFTER ADVANCING 2 LINES.
054300     PERFORM 3100-PRINT-STATUS-LINE THRU 3100-EXIT
054400         VARYING WS-STAT-SUB FROM 1 BY 1
054500         UNTIL WS-STAT-SUB > WS-STAT-MAX.
054600     MOVE "TOTAL"             TO SL-STATUS-NAME.
054700     MOVE WS-GRAND-COUNT      TO SL-COUNT.
054800     MOVE WS-GRAND-OPENING    TO SL-OPENING.
054900     MOVE WS-GRAND-CREDITS    TO SL-CREDITS.
055000     MOVE WS-GRAND-DEBITS     TO SL-DEBITS.
055100     MOVE WS-GRAND-CLOSING    TO SL-CLOSING.
055200     MOVE WS-GRAND-EXCEPTIONS TO SL-EXCEPTIONS.
055300     WRITE PRINT-LINE FROM WS-STAT-LINE.
055400     MOVE WS-CURR-COUNT       TO TL-CURR-COUNT.
055500     MOVE WS-PRIOR-COUNT      TO TL-PRIOR-COUNT.
055600     MOVE WS-PROVED-COUNT     TO TL-PROVED-COUNT.
055700     MOVE WS-EXCEPTION-COUNT  TO TL-EXCEPTION-COUNT.
055800     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
055900         AFTER ADVANCING 2 LINES.
056000     CLOSE PRINT-FILE.
056100     DISPLAY "BALROLL - CUSTOMERS SNAPSHOT:  " WS-CURR-COUNT.
056200     DISPLAY "BALROLL - ACCOUNTS PROVED:     " WS-PROVED-COUNT.
056300     DISPLAY "BALROLL - EXCEPTIONS:          " WS-EXCEPTION-COUNT.
056400     IF WS-EXCEPTION-COUNT > ZERO
056500         MOVE 4 TO RETURN-CODE
056600     END-IF.
056700 3000-EXIT.
056800     EXIT.
056816******************************************************************
056832*    3100-PRINT-STATUS-LINE - ONE TOTALS LINE FOR THE STATUS     *
056848*    ENTRY AT WS-STAT-SUB, ADDED INTO THE GRAND TOTALS AS IT IS  *
056864*    PRINTED.                                                    *
056880******************************************************************
056900 3100-PRINT-STATUS-LINE.
057000     MOVE WS-STAT-NAME (WS-STAT-SUB)       TO SL-STATUS-NAME.
057100     MOVE WS-STAT-COUNT (WS-STAT-SUB)      TO SL-COUNT.
057200     MOVE WS-STAT-OPENING (WS-STAT-SUB)    TO SL-OPENING.
057300     MOVE WS-STAT-CREDITS (WS-STAT-SUB)    TO SL-CREDITS.
057400     MOVE WS-STAT-DEBITS (WS-STAT-SUB)     TO SL-DEBITS.
057500     MOVE WS-STAT-CLOSING (WS-STAT-SUB)    TO SL-CLOSING.
057600     MOVE WS-STAT-EXCEPTIONS (WS-STAT-SUB) TO SL-EXCEPTIONS.
057700     WRITE PRINT-LINE FROM WS-STAT-LINE.
057800     ADD WS-STAT-COUNT (WS-STAT-SUB)      TO WS-GRAND-COUNT.
057900     ADD WS-STAT-OPENING (WS-STAT-SUB)    TO WS-GRAND-OPENING.
058000     ADD WS-STAT-CREDITS (WS-STAT-SUB)    TO WS-GRAND-CREDITS.
058100     ADD WS-STAT-DEBITS (WS-STAT-SUB)     TO WS-GRAND-DEBITS.
058200     ADD WS-STAT-CLOSING (WS-STAT-SUB)    TO WS-GRAND-CLOSING.
058300     ADD WS-STAT-EXCEPTIONS (WS-STAT-SUB) TO WS-GRAND-EXCEPTIONS.
058400 3100-EXIT.
058500     EXIT.
058600******************************************************************
058700*    8000-FETCH-CUSTOMER - FETCH THE NEXT CUSTOMERS ROW.  THE    *
058800*    END OF THE CURSOR SETS HIGH-VALUES SO THE REST OF THE PRIOR *
058900*    SNAPSHOT MATCHES AS DELETED.                                *
059000******************************************************************
059100 8000-FETCH-CUSTOMER.
059200     EXEC SQL
059300          FETCH CUST-CURSOR
059400              INTO :CUST-ID, :CUST-NAME, :CUST-BALANCE,
059500                   :CUST-STATUS, :CUST-ADDRESS,
059600                   :CUST-LAST-ACTIVITY-DATE
059700     END-EXEC.
059800     IF SQLCODE = 100
059900         SET END-OF-CUSTOMERS TO TRUE
060000         MOVE HIGH-VALUES TO WS-CURR-KEY
060100     ELSE IF SQLCODE NOT = 0
060200         DISPLAY "BALROLL - SQL ERROR " SQLCODE
060300             " FETCHING FROM CUSTOMERS - RUN STOPPED"
060400         MOVE 16 TO RETURN-CODE
060500         GOBACK
060600     ELSE
060700         ADD 1 TO WS-CURR-COUNT
060800         MOVE CUST-ID TO WS-CURR-KEY
060900     END-IF.
061000 8000-EXIT.
061100     EXIT.
061200******************************************************************
061300*    8100-READ-HISTORY - NEXT TRANHIST RECORD FOR THE ACCOUNT.   *
061400*    ONE FOR ANOTHER ACCOUNT ENDS THE ACCOUNT'S HISTORY; WHICH   *
061500*    MONTH A RECORD BELONGS TO IS 2650'S TEST, NOT THIS ONE'S.   *
061533*    ANY FILE STATUS BUT A CLEAN READ OR END OF FILE STOPS THE   *
061566*    RUN RATHER THAN PROVE THE ACCOUNT FROM A BAD RECORD.        *
061600******************************************************************
061700 8100-READ-HISTORY.
061800     READ TRANHIST-FILE NEXT RECORD
061900         AT END SET END-OF-HISTORY TO TRUE
062000     END-READ.
062012     IF NOT END-OF-HISTORY
062024        AND WS-HIST-STATUS NOT = "00"
062036         DISPLAY "BALROLL - READ OF TRANHIST FAILED - FILE "
062048             "STATUS " WS-HIST-STATUS " - RUN STOPPED"
062060         MOVE 16 TO RETURN-CODE
062072         GOBACK
062084     END-IF.
062100     IF NOT END-OF-HISTORY
062200         IF TH-CUST-ID NOT = WS-ACCT-ID
062400             SET END-OF-HISTORY TO TRUE
062500         END-IF
062600     END-IF.
062700 8100-EXIT.
062800     EXIT.
062900******************************************************************
063000*    9000-READ-PRIORSNP - NEXT PRIOR SNAPSHOT RECORD.  THE FILE  *
063100*    MUST BE IN CUST-ID ORDER AND ALL FROM ONE SNAPSHOT DATE.    *
063200******************************************************************
063300 9000-READ-PRIORSNP.
063400     READ PRIORSNP-FILE
063500         AT END
063600             SET END-OF-PRIORSNP TO TRUE
063700             MOVE HIGH-VALUES TO WS-PRIOR-KEY
063800     END-READ.
063900     IF NOT END-OF-PRIORSNP
064000         ADD 1 TO WS-PRIOR-COUNT
064100         MOVE PRIOR-CUST-ID TO WS-PRIOR-KEY
064200         IF WS-PRIOR-KEY < WS-PREV-PRIOR-KEY
064300             DISPLAY "BALROLL - PRIOR SNAPSHOT OUT OF "
064400                 "SEQUENCE AT CUST-ID " PRIOR-CUST-ID
064500                 " - RUN STOPPED"
064600             MOVE 16 TO RETURN-CODE
064700             GOBACK
064800         END-IF
064900         IF WS-PRIOR-DATE NOT = ZERO
065000            AND PRIOR-SNAPSHOT-DATE NOT = WS-PRIOR-DATE
065100             DISPLAY "BALROLL - PRIOR SNAPSHOT MIXES DATES AT "
065200                 "CUST-ID " PRIOR-CUST-ID " - RUN STOPPED"
065300             MOVE 16 TO RETURN-CODE
065400             GOBACK
065500         END-IF
065600         MOVE WS-PRIOR-KEY TO WS-PREV-PRIOR-KEY
065700     END-IF.
065800 9000-EXIT.
065900     EXIT.
