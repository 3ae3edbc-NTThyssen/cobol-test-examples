000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RETNRLD.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     RETNRLD                                       *
001000*    PURPOSE:     ON-REQUEST RELOAD OF ONE ACCOUNT'S ARCHIVED   *
001100*                 HISTORY FOR A DISPUTE OR LEGAL HOLD.  READS   *
001200*                 THE ONE RLDREQ CARD, THEN THE WHOLE RETENTION *
001300*                 ARCHIVE.  EVERY "H" RECORD FOR THE CUST-ID IS *
001400*                 WRITTEN BACK TO TRANHIST UNDER ITS ORIGINAL   *
001500*                 KEY - ONE ALREADY ON FILE IS COUNTED AND LEFT *
001600*                 AS IT IS - AND EVERY "C" RECORD, THE ROW OF A *
001700*                 PURGED ACCOUNT, IS PRINTED ON THE RELOAD      *
001800*                 REGISTER.  THE CUSTOMERS ROW ITSELF IS NOT    *
001900*                 RESTORED.  THE ACCOUNT IS THEN PLACED ON      *
002000*                 RETNHOLD WITH THE REQUESTING USER AND REASON  *
002100*                 SO RETNPRG DOES NOT TRIM THE RELOADED HISTORY *
002200*                 AGAIN; COMPLIANCE RELEASES THE HOLD BY        *
002300*                 REMOVING THE RECORD WHEN THE MATTER CLOSES.   *
002400*                                                                *
002500*    RETURN CODES:                                              *
002600*                     0 = HISTORY RELOADED                      *
002700*                     4 = REQUEST REFUSED OR NOTHING ON THE     *
002800*                         ARCHIVE FOR THE CUST-ID               *
002900*                    16 = RUN COULD NOT COMPLETE                *
003000*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    ---------------------------------------------------------- *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------------------------------------------------------- *
003500*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.    IBM-370.
004000 OBJECT-COMPUTER.    IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT RLDREQ-FILE ASSIGN TO RLDREQ
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS TH-HIST-KEY
005300         FILE STATUS IS WS-HIST-STATUS.
005400     SELECT RETNHOLD-FILE ASSIGN TO RETNHOLD
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT PRINT-FILE ASSIGN TO RLDRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BUSDATE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY busdate.cpy.
006300 FD  RLDREQ-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY rldreq.cpy.
006600 FD  ARCHIVE-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY archrec.cpy.
007000 FD  TRANHIST-FILE.
007100     COPY tranhist.cpy.
007200 FD  RETNHOLD-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY retnhold.cpy.
007500 FD  PRINT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE OMITTED.
007800 01  PRINT-LINE                   PIC X(133).
007900 WORKING-STORAGE SECTION.
008000 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
008100     88  END-OF-ARCHIVE                    VALUE "Y".
008200 77  WS-ARCHIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
008300 77  WS-ROW-COUNT                 PIC 9(07) COMP VALUE ZERO.
008400 77  WS-RELOAD-COUNT              PIC 9(07) COMP VALUE ZERO.
008500 77  WS-ON-FILE-COUNT             PIC 9(07) COMP VALUE ZERO.
008600 01  WS-HIST-STATUS               PIC X(02).
008700 01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008800 01  WS-REFUSE-REASON             PIC X(30).
008900 01  WS-HEADING-1.
009000     05  FILLER                   PIC X(01) VALUE SPACE.
009100     05  FILLER                   PIC X(40)
009200             VALUE "ARCHIVED HISTORY RELOAD REGISTER".
009300     05  FILLER                   PIC X(15)
009400             VALUE "BUSINESS DATE ".
009500     05  H1-BUSINESS-DATE         PIC 9(08).
009600 01  WS-HEADING-2.
009700     05  FILLER                   PIC X(01) VALUE SPACE.
009800     05  FILLER                   PIC X(12) VALUE "CUST-ID".
009900     05  FILLER                   PIC X(12) VALUE "REQUESTED BY".
010000     05  FILLER                   PIC X(42) VALUE "REASON".
010100 01  WS-REQUEST-LINE.
010200     05  FILLER                   PIC X(01) VALUE SPACE.
010300     05  RQL-CUST-ID              PIC X(10).
010400     05  FILLER                   PIC X(02) VALUE SPACES.
010500     05  RQL-USER-ID              PIC X(10).
010600     05  FILLER                   PIC X(02) VALUE SPACES.
010700     05  RQL-REASON               PIC X(40).
010800 01  WS-ROW-LINE.
010900     05  FILLER                   PIC X(03) VALUE SPACES.
011000     05  FILLER                   PIC X(22)
011100             VALUE "ARCHIVED ROW - PURGED ".
011200     05  RWL-ARCHIVE-DATE         PIC 9(08).
011300     05  FILLER                   PIC X(02) VALUE SPACES.
011400     05  RWL-CUST-NAME            PIC X(30).
011500     05  FILLER                   PIC X(02) VALUE SPACES.
011600     05  RWL-STATUS               PIC X(01).
011700     05  FILLER                   PIC X(02) VALUE SPACES.
011800     05  RWL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
011900     05  FILLER                   PIC X(02) VALUE SPACES.
012000     05  RWL-LAST-ACTIVITY        PIC 9(08).
012100     05  FILLER                   PIC X(02) VALUE SPACES.
012200     05  RWL-ADDRESS              PIC X(40).
012300 01  WS-DISPOSITION-LINE.
012400     05  FILLER                   PIC X(03) VALUE SPACES.
012500     05  DPL-DISPOSITION          PIC X(60).
012600 01  WS-TOTAL-LINE-1.
012700     05  FILLER                   PIC X(01) VALUE SPACE.
012800     05  FILLER                   PIC X(25)
012900             VALUE "ARCHIVE RECORDS READ:    ".
013000     05  TL-ARCHIVE-COUNT         PIC Z,ZZZ,ZZ9.
013100     05  FILLER                   PIC X(03) VALUE SPACES.
013200     05  FILLER                   PIC X(15)
013300             VALUE "ARCHIVED ROWS: ".
013400     05  TL-ROW-COUNT             PIC Z,ZZZ,ZZ9.
013500 01  WS-TOTAL-LINE-2.
013600     05  FILLER                   PIC X(01) VALUE SPACE.
013700     05  FILLER                   PIC X(25)
013800             VALUE "HISTORY RELOADED:        ".
013900     05  TL-RELOAD-COUNT          PIC Z,ZZZ,ZZ9.
014000     05  FILLER                   PIC X(03) VALUE SPACES.
014100     05  FILLER                   PIC X(22)
014200             VALUE "ALREADY ON TRANHIST:  ".
014300     05  TL-ON-FILE-COUNT         PIC Z,ZZZ,ZZ9.
014400 COPY customer.cpy.
014500******************************************************************
014600*    PROCEDURE DIVISION                                          *
014700******************************************************************
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT.
015200     IF WS-REFUSE-REASON = SPACES
015300         PERFORM 3000-RELOAD-HISTORY THRU 3000-EXIT
015400     END-IF.
015500     PERFORM 5000-TERMINATE THRU 5000-EXIT.
015600     GOBACK.
015700******************************************************************
015800*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE REQUEST    *
015900*    CARD AND PRINT HEADINGS.                                    *
016000******************************************************************
016100 1000-INITIALIZE.
016200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
016300     OPEN INPUT RLDREQ-FILE.
016400     READ RLDREQ-FILE
016500         AT END
016600             DISPLAY "RETNRLD - RLDREQ FILE IS EMPTY - NO "
016700                 "ACCOUNT TO RELOAD"
016800             MOVE 16 TO RETURN-CODE
016900             GOBACK
017000     END-READ.
017100     CLOSE RLDREQ-FILE.
017200     OPEN OUTPUT PRINT-FILE.
017300     WRITE PRINT-LINE FROM WS-HEADING-1.
017400     WRITE PRINT-LINE FROM WS-HEADING-2.
017500     MOVE RL-CUST-ID TO RQL-CUST-ID.
017600     MOVE RL-USER-ID TO RQL-USER-ID.
017700     MOVE RL-REASON  TO RQL-REASON.
017800     WRITE PRINT-LINE FROM WS-REQUEST-LINE.
017900 1000-EXIT.
018000     EXIT.
018100******************************************************************
018200*    1050-READ-BUSINESS-DATE - THE HOLD IS DATED WITH THE        *
018300*    BUSINESS DAY THE DATEROLL STEP OPENED.  A MISSING OR        *
018400*    UNREADABLE BUSDATE STOPS THE RUN.                           *
018500******************************************************************
018600 1050-READ-BUSINESS-DATE.
018700     OPEN INPUT BUSDATE-FILE.
018800     READ BUSDATE-FILE
018900         AT END
019000             DISPLAY "RETNRLD - BUSDATE IS EMPTY - RUN THE "
019100                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
019200                 "- RUN STOPPED"
019300             MOVE 16 TO RETURN-CODE
019400             GOBACK
019500     END-READ.
019600     CLOSE BUSDATE-FILE.
019700     IF BD-BUSINESS-DATE NOT NUMERIC
019800         DISPLAY "RETNRLD - BUSDATE BUSINESS DATE IS NOT "
019900             "NUMERIC - RUN STOPPED"
020000         MOVE 16 TO RETURN-CODE
020100         GOBACK
020200     END-IF.
020300     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
020400     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
020500 1050-EXIT.
020600     EXIT.
020700******************************************************************
020800*    2000-EDIT-REQUEST - A RELOAD MUST NAME THE ACCOUNT, WHO     *
020900*    ASKED FOR IT AND WHY; THE HOLD IT PLACES CARRIES ALL THREE. *
021000******************************************************************
021100 2000-EDIT-REQUEST.
021200     MOVE SPACES TO WS-REFUSE-REASON.
021300     IF RL-CUST-ID = SPACES
021400         MOVE "NO CUST-ID"              TO WS-REFUSE-REASON
021500         GO TO 2000-EXIT
021600     END-IF.
021700     IF RL-USER-ID = SPACES
021800         MOVE "NO REQUESTING USER ID"   TO WS-REFUSE-REASON
021900         GO TO 2000-EXIT
022000     END-IF.
022100     IF RL-REASON = SPACES
022200         MOVE "NO REASON GIVEN"         TO WS-REFUSE-REASON
022300         GO TO 2000-EXIT
022400     END-IF.
022500 2000-EXIT.
022600     EXIT.
022700******************************************************************
022800*    3000-RELOAD-HISTORY - ONE PASS OF THE ARCHIVE FOR THE       *
022900*    CUST-ID.  ONLY WHEN SOMETHING WAS FOUND IS THE HOLD PLACED. *
023000******************************************************************
023100 3000-RELOAD-HISTORY.
023200     OPEN INPUT ARCHIVE-FILE.
023300     OPEN I-O TRANHIST-FILE.
023400     IF WS-HIST-STATUS NOT = "00"
023500         DISPLAY "RETNRLD - OPEN OF TRANHIST FAILED - FILE "
023600             "STATUS " WS-HIST-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         GOBACK
023900     END-IF.
024000     PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT.
024100     PERFORM 3100-PROCESS-ARCHIVE-RECORD THRU 3100-EXIT
024200         UNTIL END-OF-ARCHIVE.
024300     CLOSE ARCHIVE-FILE.
024400     CLOSE TRANHIST-FILE.
024500     IF WS-ROW-COUNT = ZERO
024600        AND WS-RELOAD-COUNT = ZERO
024700        AND WS-ON-FILE-COUNT = ZERO
024800         MOVE "NOTHING ON ARCHIVE"      TO WS-REFUSE-REASON
024900     ELSE
025000         PERFORM 3500-PLACE-HOLD THRU 3500-EXIT
025100     END-IF.
025200 3000-EXIT.
025300     EXIT.
025400******************************************************************
025500*    3100-PROCESS-ARCHIVE-RECORD - A "C" RECORD FOR THE CUST-ID  *
025600*    IS PRINTED, AN "H" RECORD IS WRITTEN BACK TO TRANHIST.      *
025700******************************************************************
025800 3100-PROCESS-ARCHIVE-RECORD.
025900     ADD 1 TO WS-ARCHIVE-COUNT.
026000     IF AR-CUST-ID = RL-CUST-ID
026100         IF AR-CUSTOMER
026200             PERFORM 3200-PRINT-ARCHIVED-ROW THRU 3200-EXIT
026300         END-IF
026400         IF AR-HISTORY
026450             PERFORM 3300-RELOAD-ONE-RECORD THRU 3300-EXIT
026500         END-IF
026600     END-IF.
026700     PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT.
026800 3100-EXIT.
026900     EXIT.
026916******************************************************************
026932*    3200-PRINT-ARCHIVED-ROW - ONE REPORT LINE FOR THE ARCHIVED  *
026948*    CUSTOMERS ROW, SHOWING WHAT THE ACCOUNT LOOKED LIKE WHEN IT *
026964*    WAS PURGED.                                                 *
026980******************************************************************
027000 3200-PRINT-ARCHIVED-ROW.
027100     ADD 1 TO WS-ROW-COUNT.
027200     MOVE AR-CUSTOMER-IMAGE       TO CUSTOMER-RECORD.
027300     MOVE AR-ARCHIVE-DATE         TO RWL-ARCHIVE-DATE.
027400     MOVE CUST-NAME               TO RWL-CUST-NAME.
027500     MOVE CUST-STATUS             TO RWL-STATUS.
027600     MOVE CUST-BALANCE            TO RWL-BALANCE.
027700     MOVE CUST-LAST-ACTIVITY-DATE TO RWL-LAST-ACTIVITY.
027800     MOVE CUST-ADDRESS            TO RWL-ADDRESS.
027900     WRITE PRINT-LINE FROM WS-ROW-LINE.
028000 3200-EXIT.
028100     EXIT.
028200******************************************************************
028300*    3300-RELOAD-ONE-RECORD - WRITE THE ARCHIVED HISTORY RECORD  *
028400*    BACK UNDER ITS ORIGINAL KEY.  A DUPLICATE KEY MEANS IT IS   *
028500*    STILL, OR AGAIN, ON TRANHIST; ANYTHING ELSE STOPS THE RUN.  *
028600******************************************************************
028700 3300-RELOAD-ONE-RECORD.
028800     MOVE AR-HISTORY-IMAGE TO TRANHIST-RECORD.
028900     WRITE TRANHIST-RECORD.
029000     IF WS-HIST-STATUS = "00"
029100         ADD 1 TO WS-RELOAD-COUNT
029200     ELSE IF WS-HIST-STATUS = "22"
029300         ADD 1 TO WS-ON-FILE-COUNT
029400     ELSE
029500         DISPLAY "RETNRLD - WRITE TO TRANHIST FAILED FOR "
029600             TH-CUST-ID " " TH-POST-DATE " - FILE STATUS "
029700             WS-HIST-STATUS " - RUN STOPPED"
029800         MOVE 16 TO RETURN-CODE
029900         GOBACK
030000     END-IF.
030100 3300-EXIT.
030200     EXIT.
030300******************************************************************
030400*    3500-PLACE-HOLD - APPEND THE ACCOUNT TO RETNHOLD.           *
030500******************************************************************
030600 3500-PLACE-HOLD.
030700     OPEN EXTEND RETNHOLD-FILE.
030800     MOVE SPACES           TO RETNHOLD-RECORD.
030900     MOVE RL-CUST-ID       TO HLD-CUST-ID.
031000     MOVE WS-BUSINESS-DATE TO HLD-DATE.
031100     MOVE RL-USER-ID       TO HLD-USER-ID.
031200     MOVE RL-REASON        TO HLD-REASON.
031300     WRITE RETNHOLD-RECORD.
031400     CLOSE RETNHOLD-FILE.
031500 3500-EXIT.
031600     EXIT.
031700******************************************************************
031800*    5000-TERMINATE - PRINT THE DISPOSITION AND CONTROL COUNTS.  *
031900******************************************************************
032000 5000-TERMINATE.
032100     IF WS-REFUSE-REASON = SPACES
032200         MOVE "HISTORY RELOADED - PLACED ON RETENTION HOLD"
032300             TO DPL-DISPOSITION
032400     ELSE
032500         MOVE SPACES TO DPL-DISPOSITION
032600         STRING "REFUSED-" DELIMITED BY SIZE
032700                WS-REFUSE-REASON DELIMITED BY SIZE
032800                INTO DPL-DISPOSITION
032900         MOVE 4 TO RETURN-CODE
033000     END-IF.
033100     WRITE PRINT-LINE FROM WS-DISPOSITION-LINE
033200         AFTER ADVANCING 2 LINES.
033300     MOVE WS-ARCHIVE-COUNT TO TL-ARCHIVE-COUNT.
033400     MOVE WS-ROW-COUNT     TO TL-ROW-COUNT.
033500     MOVE WS-RELOAD-COUNT  TO TL-RELOAD-COUNT.
033600     MOVE WS-ON-FILE-COUNT TO TL-ON-FILE-COUNT.
033700     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
033800         AFTER ADVANCING 2 LINES.
033900     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
034000     CLOSE PRINT-FILE.
034100     DISPLAY "RETNRLD - CUST-ID:            " RL-CUST-ID.
034200     DISPLAY "RETNRLD - HISTORY RELOADED:   " WS-RELOAD-COUNT.
034300     DISPLAY "RETNRLD - ALREADY ON FILE:    " WS-ON-FILE-COUNT.
034400 5000-EXIT.
034500     EXIT.
034600******************************************************************
034700*    8000-READ-ARCHIVE - NEXT RETENTION ARCHIVE RECORD.          *
034800******************************************************************
034900 8000-READ-ARCHIVE.
035000     READ ARCHIVE-FILE
035100         AT END SET END-OF-ARCHIVE TO TRUE
035200     END-READ.
035300 8000-EXIT.
035400     EXIT.
