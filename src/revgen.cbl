000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REVGEN.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     REVGEN                                        *
001000*    PURPOSE:     NIGHTLY REVERSAL RUN.  READS THE REQUESTS THE *
001100*                 HELPDESK KEYED ON REVREQ DURING THE DAY, EACH *
001200*                 NAMING A POSTED TRANSACTION BY ITS TRANHIST   *
001300*                 KEY (CUST-ID, POST DATE, SEQUENCE) WITH THE   *
001400*                 REQUESTING USER AND THE REASON.  FOR EVERY    *
001500*                 REQUEST THAT PASSES ITS EDITS IT BUILDS THE   *
001600*                 EXACT OFFSETTING TRANSACTION - SAME ACCOUNT,  *
001700*                 SAME AMOUNT, OPPOSITE D/C, SOURCE CODE REVR,  *
001800*                 POSTED ON TONIGHT'S BUSINESS DATE, WITH THE   *
001900*                 ORIGINAL'S POST DATE AND SEQUENCE IN          *
002000*                 TR-REF-KEY - ON THE REVTRAN CUSTTRAN FEED,    *
002100*                 WITH THE FEEDCTL HEADER AND TRAILER THE       *
002200*                 POSTING EDIT DEMANDS.  CUSTPOST POSTS THE     *
002300*                 FEED ON THE ONE SANCTIONED PATH AND LINKS THE *
002400*                 TWO HISTORY RECORDS.  A REQUEST FOR AN ITEM   *
002500*                 NOT ON TRANHIST, FOR AN ITEM THAT IS ITSELF A *
002600*                 REVERSAL, FOR AN ITEM ALREADY REVERSED, OR    *
002700*                 FOR AN ITEM ALREADY REQUESTED IN THIS RUN IS  *
002800*                 REFUSED.  EVERY REQUEST, SENT OR REFUSED, IS  *
002900*                 LISTED ON THE DAILY REVERSAL REGISTER WITH    *
003000*                 WHO ASKED FOR IT AND WHY, FOR AUDIT.          *
003100*                 CUSTPOST REPEATS THE ALREADY-REVERSED CHECK   *
003200*                 AT POSTING TIME, SO A FEED POSTED TWICE CAN   *
003300*                 NEVER REVERSE THE SAME ITEM TWICE.            *
003400*                                                                *
003500*    RETURN CODES:                                              *
003600*                     0 = EVERY REVERSAL REQUEST SENT           *
003700*                     4 = ONE OR MORE REVERSAL REQUESTS REFUSED *
003800*                    16 = RUN COULD NOT COMPLETE                *
003900*                                                                *
004000*    MODIFICATION HISTORY                                       *
004100*    ---------------------------------------------------------- *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    ---------------------------------------------------------- *
004400*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.    IBM-370.
004900 OBJECT-COMPUTER.    IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT REVREQ-FILE ASSIGN TO REVREQ
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS TH-HIST-KEY
006000         FILE STATUS IS WS-HIST-STATUS.
006100     SELECT REVTRAN-FILE ASSIGN TO REVTRAN
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT PRINT-FILE ASSIGN TO REVGRPT
006400         ORGANIZATION IS SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BUSDATE-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY busdate.cpy.
007000 FD  REVREQ-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY revreq.cpy.
007300 FD  TRANHIST-FILE.
007400     COPY tranhist.cpy.
007500 FD  REVTRAN-FILE
007600     RECORDING MODE IS F
007700     RECORD CONTAINS 40 CHARACTERS
007800     LABEL RECORDS ARE STANDARD.
007900     COPY custtran.cpy.
008000     COPY feedctl.cpy.
008100 FD  PRINT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE OMITTED.
008400 01  PRINT-LINE                   PIC X(133).
008500 WORKING-STORAGE SECTION.
008600 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
008700     88  END-OF-REVREQ                     VALUE "Y".
008800 77  WS-REFUSE-SWITCH             PIC X(01) VALUE "N".
008900     88  WS-REQUEST-REFUSED                VALUE "Y".
009000 77  WS-REQUEST-COUNT             PIC 9(07) COMP VALUE ZERO.
009100 77  WS-SENT-COUNT                PIC 9(07) COMP VALUE ZERO.
009200 77  WS-REFUSED-COUNT             PIC 9(07) COMP VALUE ZERO.
009300 77  WS-SENT-DEBITS               PIC S9(9)V99 COMP-3 VALUE ZERO.
009400 77  WS-SENT-CREDITS              PIC S9(9)V99 COMP-3 VALUE ZERO.
009500 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
009600 77  WS-SENT-MAX                  PIC 9(05) COMP VALUE 2000.
009700 77  WS-SENT-SUB                  PIC 9(05) COMP VALUE ZERO.
009800 77  WS-DUPLICATE-SW              PIC X(01) VALUE "N".
009900     88  WS-ALREADY-REQUESTED              VALUE "Y".
010000 01  WS-HIST-STATUS               PIC X(02).
010100 01  WS-REFUSE-REASON             PIC X(30).
010133 01  WS-SENT-DC-CODE              PIC X(01).
010166 01  WS-SENT-AMOUNT               PIC S9(7)V99.
010200 01  WS-LINK-KEY.
010300     05  WS-LINK-DATE             PIC 9(08).
010400     05  WS-LINK-SEQ              PIC 9(04).
010500 01  WS-LINK-NUMBER REDEFINES WS-LINK-KEY
010600                                  PIC 9(12).
010700 01  WS-SENT-TABLE.
010800     05  WS-SENT-KEY OCCURS 2000 TIMES
010900                                  PIC X(22).
011000 01  WS-HEADING-1.
011100     05  FILLER                   PIC X(01) VALUE SPACE.
011200     05  FILLER                   PIC X(40)
011300             VALUE "DAILY REVERSAL REGISTER".
011400     05  FILLER                   PIC X(15)
011500             VALUE "BUSINESS DATE ".
011600     05  H1-BUSINESS-DATE         PIC 9(08).
011700 01  WS-HEADING-2.
011800     05  FILLER                   PIC X(01) VALUE SPACE.
011900     05  FILLER                   PIC X(10) VALUE "CUST-ID".
012000     05  FILLER                   PIC X(02) VALUE SPACES.
012100     05  FILLER                   PIC X(09) VALUE "POST-DATE".
012200     05  FILLER                   PIC X(01) VALUE SPACE.
012300     05  FILLER                   PIC X(04) VALUE "SEQ".
012400     05  FILLER                   PIC X(02) VALUE SPACES.
012500     05  FILLER                   PIC X(02) VALUE "DC".
012600     05  FILLER                   PIC X(07) VALUE SPACES.
012700     05  FILLER                   PIC X(06) VALUE "AMOUNT".
012800     05  FILLER                   PIC X(03) VALUE SPACES.
012900     05  FILLER                   PIC X(12) VALUE "REQUESTED BY".
013000     05  FILLER                   PIC X(40) VALUE "REASON".
013100     05  FILLER                   PIC X(02) VALUE SPACES.
013200     05  FILLER                   PIC X(30) VALUE "DISPOSITION".
013300 01  WS-DETAIL-LINE.
013400     05  FILLER                   PIC X(01) VALUE SPACE.
013500     05  DL-CUST-ID               PIC X(10).
013600     05  FILLER                   PIC X(02) VALUE SPACES.
013700     05  DL-POST-DATE             PIC X(08).
013800     05  FILLER                   PIC X(02) VALUE SPACES.
013900     05  DL-POST-SEQ              PIC X(04).
014000     05  FILLER                   PIC X(02) VALUE SPACES.
014100     05  DL-DC-CODE               PIC X(01).
014200     05  FILLER                   PIC X(01) VALUE SPACE.
014300     05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
014400     05  FILLER                   PIC X(02) VALUE SPACES.
014500     05  DL-USER-ID               PIC X(10).
014600     05  FILLER                   PIC X(02) VALUE SPACES.
014700     05  DL-REASON                PIC X(40).
014800     05  FILLER                   PIC X(02) VALUE SPACES.
014900     05  DL-DISPOSITION           PIC X(30).
015000 01  WS-TOTAL-LINE-1.
015100     05  FILLER                   PIC X(01) VALUE SPACE.
015200     05  FILLER                   PIC X(19)
015300             VALUE "REVERSAL REQUESTS: ".
015400     05  TL-REQUEST-COUNT         PIC Z,ZZZ,ZZ9.
015500     05  FILLER                   PIC X(03) VALUE SPACES.
015600     05  FILLER                   PIC X(06) VALUE "SENT: ".
015700     05  TL-SENT-COUNT            PIC Z,ZZZ,ZZ9.
015800     05  FILLER                   PIC X(03) VALUE SPACES.
015900     05  FILLER                   PIC X(09) VALUE "REFUSED: ".
016000     05  TL-REFUSED-COUNT         PIC Z,ZZZ,ZZ9.
016100 01  WS-TOTAL-LINE-2.
016200     05  FILLER                   PIC X(01) VALUE SPACE.
016300     05  FILLER                   PIC X(17)
016400             VALUE "REVERSAL DEBITS: ".
016500     05  TL-SENT-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
016600     05  FILLER                   PIC X(03) VALUE SPACES.
016700     05  FILLER                   PIC X(18)
016800             VALUE "REVERSAL CREDITS: ".
016900     05  TL-SENT-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
017000******************************************************************
017100*    PROCEDURE DIVISION                                          *
017200******************************************************************
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
017700         UNTIL END-OF-REVREQ.
017800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
017900     GOBACK.
018000******************************************************************
018100*    1000-INITIALIZE - OPEN THE REQUESTS, THE HISTORY FILE, THE  *
018200*    REVERSAL FEED AND THE REGISTER, WRITE THE FEED HEADER,      *
018300*    PRINT HEADINGS, AND PRIME THE READ.                         *
018400******************************************************************
018500 1000-INITIALIZE.
018600     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
018700     OPEN INPUT TRANHIST-FILE.
018800     IF WS-HIST-STATUS NOT = "00"
018900         DISPLAY "REVGEN - OPEN OF TRANHIST FAILED - FILE "
019000             "STATUS " WS-HIST-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         GOBACK
019300     END-IF.
019400     OPEN INPUT REVREQ-FILE.
019500     OPEN OUTPUT REVTRAN-FILE.
019600     OPEN OUTPUT PRINT-FILE.
019700     WRITE PRINT-LINE FROM WS-HEADING-1.
019800     WRITE PRINT-LINE FROM WS-HEADING-2.
019900     MOVE SPACES           TO FEED-CONTROL-RECORD.
020000     MOVE "**HEADER**"     TO FC-RECORD-ID.
020100     MOVE WS-BUSINESS-DATE TO FC-CREATE-DATE.
020200     WRITE FEED-CONTROL-RECORD.
020300     PERFORM 8000-READ-REVREQ THRU 8000-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600******************************************************************
020700*    1050-READ-BUSINESS-DATE - THE REGISTER, THE FEED HEADER AND *
020800*    EVERY REVERSAL ARE DATED WITH THE BUSINESS DAY THE DATEROLL *
020900*    STEP OPENED, NOT THE SYSTEM CLOCK.  A MISSING OR            *
021000*    UNREADABLE BUSDATE STOPS THE RUN.                           *
021100******************************************************************
021200 1050-READ-BUSINESS-DATE.
021300     OPEN INPUT BUSDATE-FILE.
021400     READ BUSDATE-FILE
021500         AT END
021600             DISPLAY "REVGEN - BUSDATE IS EMPTY - RUN THE "
021700                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
021800                 "- RUN STOPPED"
021900             MOVE 16 TO RETURN-CODE
022000             GOBACK
022100     END-READ.
022200     CLOSE BUSDATE-FILE.
022300     IF BD-BUSINESS-DATE NOT NUMERIC
022400         DISPLAY "REVGEN - BUSDATE BUSINESS DATE IS NOT "
022500             "NUMERIC - RUN STOPPED"
022600         MOVE 16 TO RETURN-CODE
022700         GOBACK
022800     END-IF.
022900     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
023000     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
023100 1050-EXIT.
023200     EXIT.
023300******************************************************************
023400*    2000-PROCESS-REQUEST - EDIT THE REVERSAL REQUEST JUST READ, *
023500*    SEND THE OFFSETTING TRANSACTION IF IT IS GOOD, AND LIST IT  *
023600*    EITHER WAY.                                                 *
023700******************************************************************
023800 2000-PROCESS-REQUEST.
023900     ADD 1 TO WS-REQUEST-COUNT.
024000     MOVE "N"    TO WS-REFUSE-SWITCH.
024100     MOVE SPACES TO WS-REFUSE-REASON.
024200     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
024300     IF NOT WS-REQUEST-REFUSED
024400         PERFORM 2300-SEND-REVERSAL THRU 2300-EXIT
024500     END-IF.
024600     PERFORM 2500-WRITE-REGISTER-LINE THRU 2500-EXIT.
024700     PERFORM 8000-READ-REVREQ THRU 8000-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000******************************************************************
025100*    2100-EDIT-REQUEST - THE REQUEST ITSELF FIRST, THEN THE      *
025200*    HISTORY ITEM IT NAMES.  THE FIRST FAILURE SETS THE REASON   *
025300*    AND ENDS THE CHECKS.                                        *
025400******************************************************************
025500 2100-EDIT-REQUEST.
025600     IF RQ-CUST-ID = SPACES
025700         MOVE "NO CUST-ID"              TO WS-REFUSE-REASON
025800         SET WS-REQUEST-REFUSED TO TRUE
025900         GO TO 2100-EXIT
026000     END-IF.
026100     IF RQ-POST-DATE NOT NUMERIC
026200        OR RQ-POST-SEQ NOT NUMERIC
026300         MOVE "POST DATE/SEQ NOT NUMERIC" TO WS-REFUSE-REASON
026400         SET WS-REQUEST-REFUSED TO TRUE
026500         GO TO 2100-EXIT
026600     END-IF.
026700     IF RQ-USER-ID = SPACES
026800         MOVE "NO REQUESTING USER ID"   TO WS-REFUSE-REASON
026900         SET WS-REQUEST-REFUSED TO TRUE
027000         GO TO 2100-EXIT
027100     END-IF.
027200     IF RQ-REASON = SPACES
027300         MOVE "NO REASON GIVEN"         TO WS-REFUSE-REASON
027400         SET WS-REQUEST-REFUSED TO TRUE
027500         GO TO 2100-EXIT
027600     END-IF.
027700     MOVE RQ-CUST-ID   TO TH-CUST-ID.
027800     MOVE RQ-POST-DATE TO TH-POST-DATE.
027900     MOVE RQ-POST-SEQ  TO TH-POST-SEQ.
028000     READ TRANHIST-FILE.
028100     IF WS-HIST-STATUS = "23"
028200         MOVE "ITEM NOT ON TRANHIST"    TO WS-REFUSE-REASON
028300         SET WS-REQUEST-REFUSED TO TRUE
028400         GO TO 2100-EXIT
028500     END-IF.
028600     IF WS-HIST-STATUS NOT = "00"
028700         DISPLAY "REVGEN - READ OF TRANHIST FAILED - FILE "
028800             "STATUS " WS-HIST-STATUS " - RUN STOPPED"
028900         MOVE 16 TO RETURN-CODE
029000         GOBACK
029100     END-IF.
029200     IF TH-REVERSAL OR TH-SOURCE-CODE = "REVR"
029300         MOVE "ITEM IS ITSELF A REVERSAL" TO WS-REFUSE-REASON
029400         SET WS-REQUEST-REFUSED TO TRUE
029500         GO TO 2100-EXIT
029600     END-IF.
029700     IF TH-REVERSED
029800         MOVE "ITEM ALREADY REVERSED"   TO WS-REFUSE-REASON
029900         SET WS-REQUEST-REFUSED TO TRUE
030000         GO TO 2100-EXIT
030100     END-IF.
030200     MOVE "N" TO WS-DUPLICATE-SW.
030300     PERFORM 2150-SCAN-SENT-KEYS THRU 2150-EXIT
030400         VARYING WS-SENT-SUB FROM 1 BY 1
030500         UNTIL WS-SENT-SUB > WS-SENT-COUNT
030600            OR WS-ALREADY-REQUESTED.
030700     IF WS-ALREADY-REQUESTED
030800         MOVE "ALREADY REQUESTED TODAY" TO WS-REFUSE-REASON
030900         SET WS-REQUEST-REFUSED TO TRUE
031000         GO TO 2100-EXIT
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400******************************************************************
031500*    2150-SCAN-SENT-KEYS - COMPARE ONE KEY ALREADY SENT IN THIS  *
031600*    RUN AGAINST THE ITEM NOW REQUESTED.                         *
031700******************************************************************
031800 2150-SCAN-SENT-KEYS.
031900     IF WS-SENT-KEY (WS-SENT-SUB) = TH-HIST-KEY
032000         SET WS-ALREADY-REQUESTED TO TRUE
032100     END-IF.
032200 2150-EXIT.
032300     EXIT.
032400******************************************************************
032500*    2300-SEND-REVERSAL - BUILD THE EXACT OFFSET OF THE HISTORY  *
032600*    ITEM AND WRITE IT TO THE FEED.  THE ORIGINAL'S POST DATE    *
032700*    AND SEQUENCE GO IN TR-REF-KEY SO CUSTPOST CAN CHECK AND     *
032800*    LINK IT; THE KEY IS REMEMBERED SO A SECOND REQUEST FOR THE  *
032850*    SAME ITEM TONIGHT IS REFUSED.  THE REVERSAL'S D/C AND       *
032900*    AMOUNT ARE KEPT FOR THE REGISTER LINE BEFORE THE WRITE,     *
032950*    WHICH RELEASES THE RECORD AREA.                             *
033000******************************************************************
033100 2300-SEND-REVERSAL.
033200     IF WS-SENT-COUNT = WS-SENT-MAX
033300         DISPLAY "REVGEN - MORE THAN " WS-SENT-MAX
033400             " REVERSALS IN ONE RUN - TABLE FULL - RUN STOPPED"
033500         MOVE 16 TO RETURN-CODE
033600         GOBACK
033700     END-IF.
033800     ADD 1 TO WS-SENT-COUNT.
033900     MOVE TH-HIST-KEY      TO WS-SENT-KEY (WS-SENT-COUNT).
034000     MOVE TH-POST-DATE     TO WS-LINK-DATE.
034100     MOVE TH-POST-SEQ      TO WS-LINK-SEQ.
034200     MOVE SPACES           TO TRAN-RECORD.
034300     MOVE TH-CUST-ID       TO TR-CUST-ID.
034400     IF TH-CREDIT
034500         SET TR-DEBIT TO TRUE
034600         ADD TH-AMOUNT TO WS-SENT-DEBITS
034700     ELSE
034800         SET TR-CREDIT TO TRUE
034900         ADD TH-AMOUNT TO WS-SENT-CREDITS
035000     END-IF.
035100     MOVE TH-AMOUNT        TO TR-AMOUNT.
035200     MOVE WS-BUSINESS-DATE TO TR-POST-DATE.
035300     MOVE "REVR"           TO TR-SOURCE-CODE.
035400     MOVE WS-LINK-NUMBER   TO TR-REF-KEY.
035433     MOVE TR-DC-CODE       TO WS-SENT-DC-CODE.
035466     MOVE TR-AMOUNT        TO WS-SENT-AMOUNT.
035500     WRITE TRAN-RECORD.
035600 2300-EXIT.
035700     EXIT.
035800******************************************************************
035900*    2500-WRITE-REGISTER-LINE - ONE REGISTER LINE PER REQUEST,   *
036000*    SENT OR REFUSED, WITH WHO ASKED FOR IT AND WHY.  A SENT     *
036100*    REQUEST SHOWS THE D/C AND AMOUNT OF THE REVERSAL ITSELF.    *
036200******************************************************************
036300 2500-WRITE-REGISTER-LINE.
036400     MOVE RQ-CUST-ID      TO DL-CUST-ID.
036500     MOVE RQ-POST-DATE-X  TO DL-POST-DATE.
036600     MOVE RQ-POST-SEQ-X   TO DL-POST-SEQ.
036700     MOVE RQ-USER-ID      TO DL-USER-ID.
036800     MOVE RQ-REASON       TO DL-REASON.
036900     IF WS-REQUEST-REFUSED
037000         ADD 1 TO WS-REFUSED-COUNT
037100         MOVE SPACE       TO DL-DC-CODE
037200         MOVE ZERO        TO DL-AMOUNT
037300         MOVE SPACES      TO DL-DISPOSITION
037400         STRING "REFUSED-" DELIMITED BY SIZE
037500                WS-REFUSE-REASON DELIMITED BY SIZE
037600                INTO DL-DISPOSITION
037700     ELSE
037800         MOVE WS-SENT-DC-CODE TO DL-DC-CODE
037900         MOVE WS-SENT-AMOUNT  TO DL-AMOUNT
038000         MOVE "REVERSAL SENT TO CUSTPOST" TO DL-DISPOSITION
038100     END-IF.
038200     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
038300 2500-EXIT.
038400     EXIT.
038500******************************************************************
038600*    3000-TERMINATE - WRITE THE FEED TRAILER CUSTPOST WILL       *
038700*    BALANCE AGAINST, PRINT THE CONTROL COUNTS, CLOSE UP, AND    *
038800*    SET THE RETURN CODE THE HELPDESK WATCHES FOR.               *
038900******************************************************************
039000 3000-TERMINATE.
039100     MOVE SPACES          TO FEED-CONTROL-RECORD.
039200     MOVE "**TRAILER*"    TO FC-RECORD-ID.
039300     MOVE WS-SENT-COUNT   TO FC-RECORD-COUNT.
039400     MOVE WS-SENT-DEBITS  TO FC-DEBIT-TOTAL.
039500     MOVE WS-SENT-CREDITS TO FC-CREDIT-TOTAL.
039600     WRITE FEED-CONTROL-RECORD.
039700     CLOSE REVTRAN-FILE.
039800     CLOSE REVREQ-FILE.
039900     CLOSE TRANHIST-FILE.
040000     MOVE WS-REQUEST-COUNT TO TL-REQUEST-COUNT.
040100     MOVE WS-SENT-COUNT    TO TL-SENT-COUNT.
040200     MOVE WS-REFUSED-COUNT TO TL-REFUSED-COUNT.
040300     MOVE WS-SENT-DEBITS   TO TL-SENT-DEBITS.
040400     MOVE WS-SENT-CREDITS  TO TL-SENT-CREDITS.
040500     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
040600         AFTER ADVANCING 2 LINES.
040700     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
040800     CLOSE PRINT-FILE.
040900     DISPLAY "REVGEN - REVERSAL REQUESTS:   " WS-REQUEST-COUNT.
041000     DISPLAY "REVGEN - SENT TO CUSTPOST:    " WS-SENT-COUNT.
041100     DISPLAY "REVGEN - REFUSED:             " WS-REFUSED-COUNT.
041200     IF WS-REFUSED-COUNT > ZERO
041300         MOVE 4 TO RETURN-CODE
041400     END-IF.
041500 3000-EXIT.
041600     EXIT.
041700******************************************************************
041800*    8000-READ-REVREQ - READ ONE REVERSAL REQUEST, WATCH FOR     *
041900*    EOF.                                                        *
042000******************************************************************
042100 8000-READ-REVREQ.
042200     READ REVREQ-FILE
042300         AT END SET END-OF-REVREQ TO TRUE
042400     END-READ.
042500 8000-EXIT.
042600     EXIT.
