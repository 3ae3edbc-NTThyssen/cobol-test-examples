002000*                     - BALANCE NUMERIC                          *
002100*                     - STATUS ONE OF A / C / D                  *
002200*                     - LAST-ACTIVITY DATE A REAL YYYYMMDD       *
002211*                     - NAME AND ADDRESS DO NOT LOOK LIKE AN     *
002222*                       EXISTING CUSTOMER, OR AN EARLIER RECORD  *
002233*                       IN THIS FILE - MATCHED ON THE MATCHKEY   *
002244*                       SOUND AND ADDRESS KEYS.  A LOOK-ALIKE IS *
002255*                       HELD FOR REVIEW (REASON LIKE) ON THE     *
002266*                       REJECT FILE AND LISTED WITH THE ACCOUNTS *
002277*                       IT RESEMBLES.  A CUST-ID THE REVIEWER    *
002288*                       HAS RELEASED ON LIKEREL SKIPS THIS EDIT. *
002300*                 EVERY BAD RECORD IS REPORTED IN ONE PASS, SO   *
002400*                 OPS NO LONGER DISCOVERS THEM ONE STOPPED       *
002500*                 DBBATCH RUN AT A TIME.                         *
002600*                                                                *
002700*    RETURN CODES:                                              *
002800*                     0 = EVERY RECORD PASSED                    *
002900*                     4 = ONE OR MORE RECORDS REJECTED OR HELD   *
003000*                    16 = RUN COULD NOT COMPLETE                 *
003100*                                                                *
003200*    MODIFICATION HISTORY                                       *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------------------------------------------------------- *
003600*    08/22/2026  RT   ORIGINAL PROGRAM.                          *
003614*    10/15/2026  RT   HOLD A NEW ACCOUNT WHOSE NAME AND ADDRESS  *
003628*                     LOOK LIKE AN EXISTING CUSTOMER OR AN       *
003642*                     EARLIER RECORD IN THE FILE (REASON LIKE),  *
003656*                     LISTING THE LOOK-ALIKES ON THE EDIT        *
003670*                     REPORT; LIKEREL RELEASES A REVIEWED        *
003684*                     CUST-ID FROM THE CHECK.                    *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT PRINT-FILE ASSIGN TO EDITRPT
005300         ORGANIZATION IS SEQUENTIAL.
005333     SELECT LIKEREL-FILE ASSIGN TO LIKEREL
005366         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DBCONN-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE OMITTED.
007100 01  PRINT-LINE                   PIC X(133).
007125 FD  LIKEREL-FILE
007150     LABEL RECORDS ARE STANDARD.
007175     COPY likerel.cpy.
007200 WORKING-STORAGE SECTION.
007300 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
007400     88  END-OF-CUSTADD                    VALUE "Y".
007800     88  WS-DUP-FOUND                      VALUE "Y".
007900 77  WS-ON-DB-SWITCH              PIC X(01) VALUE "N".
008000     88  WS-ID-ON-CUSTOMERS                VALUE "Y".
008033 77  WS-LIKE-SWITCH               PIC X(01) VALUE "N".
008066     88  WS-LOOKS-LIKE                     VALUE "Y".
008099 77  WS-RELEASED-SWITCH           PIC X(01) VALUE "N".
008132     88  WS-ID-RELEASED                    VALUE "Y".
008165 77  WS-REL-EOF-SWITCH            PIC X(01) VALUE "N".
008198     88  END-OF-LIKEREL                    VALUE "Y".
008231 77  WS-CAND-EOF-SWITCH           PIC X(01) VALUE "N".
008264     88  END-OF-CANDIDATES                 VALUE "Y".
008300 77  WS-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
008400 77  WS-CLEAN-COUNT               PIC 9(07) COMP VALUE ZERO.
008500 77  WS-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
008550 77  WS-HELD-COUNT                PIC 9(07) COMP VALUE ZERO.
008600 77  WS-SEEN-COUNT                PIC 9(05) COMP VALUE ZERO.
008700 77  WS-SEEN-MAX                  PIC 9(05) COMP VALUE 5000.
008800 77  WS-SEEN-SUB                  PIC 9(05) COMP VALUE ZERO.
008809 77  WS-KEPT-COUNT                PIC 9(05) COMP VALUE ZERO.
008818 77  WS-KEPT-SUB                  PIC 9(05) COMP VALUE ZERO.
008827 77  WS-REL-COUNT                 PIC 9(05) COMP VALUE ZERO.
008836 77  WS-REL-MAX                   PIC 9(05) COMP VALUE 500.
008845 77  WS-REL-SUB                   PIC 9(05) COMP VALUE ZERO.
008854 77  WS-LIKE-COUNT                PIC 9(05) COMP VALUE ZERO.
008863 77  WS-LIKE-MAX                  PIC 9(05) COMP VALUE 10.
008872 77  WS-LIKE-SUB                  PIC 9(05) COMP VALUE ZERO.
008881 77  WS-LEAD-SPACES               PIC 9(02) COMP VALUE ZERO.
008890 77  WS-LEAD-LEN                  PIC 9(02) COMP VALUE ZERO.
008900 01  WS-USER                      PIC X(10).
009000 01  WS-PASS                      PIC X(10).
009100 01  WS-REASON-CODE               PIC X(04).
009150     88  WS-REASON-LOOK-ALIKE              VALUE "LIKE".
009200 01  WS-SEEN-ID-TABLE.
009300     05  WS-SEEN-ID               PIC X(10) OCCURS 5000 TIMES.
009327******************************************************************
009354*    MATCH KEYS OF EVERY CLEAN RECORD SO FAR IN THIS FILE, SO    *
009381*    THE SAME PERSON TWICE IN ONE DAY'S ADDS IS CAUGHT TOO.      *
009408*    NEVER MORE CLEAN RECORDS THAN CUST-IDS SEEN, SO IT CANNOT   *
009435*    FILL BEFORE THE SEEN-ID TABLE DOES.                         *
009462******************************************************************
009489 01  WS-KEPT-KEY-TABLE.
009516     05  WS-KEPT-ENTRY OCCURS 5000 TIMES.
009543         10  WS-KEPT-ID           PIC X(10).
009570         10  WS-KEPT-NAME         PIC X(30).
009597         10  WS-KEPT-STATUS       PIC X(01).
009624         10  WS-KEPT-BALANCE      PIC S9(7)V99 COMP-3.
009651         10  WS-KEPT-SOUND-KEY    PIC X(24).
009678         10  WS-KEPT-ADDRESS-KEY  PIC X(40).
009705 01  WS-REL-ID-TABLE.
009732     05  WS-REL-ID                PIC X(10) OCCURS 500 TIMES.
009759******************************************************************
009786*    THE ACCOUNTS THE RECORD IN HAND LOOKS LIKE, KEPT UNTIL ITS  *
009813*    REPORT LINE IS WRITTEN                                      *
009840******************************************************************
009867 01  WS-LIKE-TABLE.
009894     05  WS-LIKE-ENTRY OCCURS 10 TIMES.
009921         10  WS-LIKE-ID           PIC X(10).
009948         10  WS-LIKE-NAME         PIC X(30).
009975         10  WS-LIKE-STATUS       PIC X(01).
010002         10  WS-LIKE-BALANCE      PIC S9(7)V99 COMP-3.
010029         10  WS-LIKE-SOURCE       PIC X(22).
010056 01  WS-CAND-ENTRY.
010083     05  WS-CAND-ID               PIC X(10).
010110     05  WS-CAND-NAME             PIC X(30).
010137     05  WS-CAND-STATUS           PIC X(01).
010164     05  WS-CAND-BALANCE          PIC S9(7)V99 COMP-3.
010191     05  WS-CAND-SOURCE           PIC X(22).
010218 01  WS-NEW-SOUND-KEY             PIC X(24).
010245 01  WS-NEW-ADDRESS-KEY           PIC X(40).
010272 01  WS-ADDR-TEXT                 PIC X(40).
010299 01  WS-LEAD-WORD                 PIC X(40).
010326*    THE LIKE PATTERN IS A VARCHAR HOST VARIABLE, AS IN CUSTSRCH -
010353*    A FIXED CHAR PATTERN WOULD CARRY ITS TRAILING BLANKS INTO THE
010380*    PREDICATE.
010407 01  WS-LIKE-PATTERN.
010434     49  WS-LIKE-PATTERN-LEN      PIC S9(04) USAGE COMP.
010461     49  WS-LIKE-PATTERN-TEXT     PIC X(42).
010500 01  WS-HEADING-1.
010600     05  FILLER                   PIC X(01) VALUE SPACE.
010700     05  FILLER                   PIC X(40)
013900     05  FILLER                   PIC X(17)
014000             VALUE "RECORDS REJECTED:".
014100     05  TL-REJECT-COUNT          PIC Z,ZZZ,ZZ9.
014104 01  WS-TOTAL-LINE-4.
014108     05  FILLER                   PIC X(01) VALUE SPACE.
014112     05  FILLER                   PIC X(17)
014116             VALUE "RECORDS HELD:    ".
014120     05  TL-HELD-COUNT            PIC Z,ZZZ,ZZ9.
014124 01  WS-LIKE-LINE.
014128     05  FILLER                   PIC X(13) VALUE SPACES.
014132     05  FILLER                   PIC X(11) VALUE "LOOKS LIKE ".
014136     05  LL-CUST-ID               PIC X(10).
014140     05  FILLER                   PIC X(02) VALUE SPACES.
014144     05  LL-CUST-NAME             PIC X(30).
014148     05  FILLER                   PIC X(02) VALUE SPACES.
014152     05  LL-CUST-STATUS           PIC X(01).
014156     05  FILLER                   PIC X(02) VALUE SPACES.
014160     05  LL-CUST-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
014164     05  FILLER                   PIC X(02) VALUE SPACES.
014168     05  LL-SOURCE                PIC X(22).
014172 01  WS-LIKE-MORE-LINE.
014176     05  FILLER                   PIC X(13) VALUE SPACES.
014180     05  FILLER                   PIC X(04) VALUE "AND ".
014184     05  LM-MORE-COUNT            PIC ZZZ9.
014188     05  FILLER                   PIC X(22)
014192             VALUE " MORE LOOK-ALIKES".
014200 COPY customer.cpy.
014250 COPY dateparm.cpy.
014300 COPY sqlca.cpy.
014311 COPY mkeyparm.cpy.
014322 EXEC SQL
014333     DECLARE LIKE-CURSOR CURSOR FOR
014344         SELECT ID, NAME, BALANCE, STATUS, ADDRESS
014355           FROM CUSTOMERS
014366          WHERE UPPER(ADDRESS) LIKE :WS-LIKE-PATTERN
014377         ORDER BY ID
014388 END-EXEC.
014400******************************************************************
014500*    PROCEDURE DIVISION                                          *
014600******************************************************************
017500     OPEN OUTPUT CUSTOK-FILE.
017600     OPEN OUTPUT CUSTREJ-FILE.
017700     OPEN OUTPUT PRINT-FILE.
017750     PERFORM 1200-LOAD-RELEASE-LIST THRU 1200-EXIT.
017800     WRITE PRINT-LINE FROM WS-HEADING-1.
017900     WRITE PRINT-LINE FROM WS-HEADING-2.
018000     PERFORM 8000-READ-CUSTADD THRU 8000-EXIT.
018100 1000-EXIT.
018200     EXIT.
018203******************************************************************
018206*    1200-LOAD-RELEASE-LIST - EVERY CUST-ID A REVIEWER HAS       *
018209*    RELEASED FROM THE LOOK-ALIKE HOLD, INTO A TABLE.  A LIST    *
018212*    LONGER THAN THE TABLE STOPS THE RUN - RAISE WS-REL-MAX AND  *
018215*    RERUN.                                                      *
018218******************************************************************
018221 1200-LOAD-RELEASE-LIST.
018224     OPEN INPUT LIKEREL-FILE.
018227     PERFORM 1250-READ-RELEASE THRU 1250-EXIT.
018230     PERFORM 1300-STORE-RELEASE THRU 1300-EXIT
018233         UNTIL END-OF-LIKEREL.
018236     CLOSE LIKEREL-FILE.
018239 1200-EXIT.
018242     EXIT.
018243******************************************************************
018244*    1250-READ-RELEASE - NEXT CUST-ID ON THE LIKEREL RELEASE     *
018245*    LIST.                                                       *
018246******************************************************************
018247 1250-READ-RELEASE.
018248     READ LIKEREL-FILE
018251         AT END SET END-OF-LIKEREL TO TRUE
018254     END-READ.
018257 1250-EXIT.
018260     EXIT.
018261******************************************************************
018262*    1300-STORE-RELEASE - ADD THE CUST-ID JUST READ TO THE       *
018263*    RELEASE TABLE AND READ THE NEXT.                            *
018264******************************************************************
018265 1300-STORE-RELEASE.
018266     IF WS-REL-COUNT NOT < WS-REL-MAX
018269         DISPLAY "CUSTEDIT - LIKEREL HAS MORE THAN " WS-REL-MAX
018272             " CUST-IDS - RAISE WS-REL-MAX AND RERUN"
018275         MOVE 16 TO RETURN-CODE
018278         GOBACK
018281     END-IF.
018284     ADD 1 TO WS-REL-COUNT.
018287     MOVE LR-CUST-ID TO WS-REL-ID (WS-REL-COUNT).
018290     PERFORM 1250-READ-RELEASE THRU 1250-EXIT.
018293 1300-EXIT.
018296     EXIT.
018300******************************************************************
018400*    2000-EDIT-RECORD - RUN EVERY EDIT AGAINST THE RECORD JUST   *
018500*    READ AND ROUTE IT TO THE CLEAN FILE OR THE REJECT FILE.     *
023900         SET WS-RECORD-REJECTED TO TRUE
024000         GO TO 2100-EXIT
024100     END-IF.
024114     PERFORM 5200-CHECK-LOOK-ALIKE THRU 5200-EXIT.
024128     IF WS-LOOKS-LIKE
024142         MOVE "LIKE" TO WS-REASON-CODE
024156         SET WS-RECORD-REJECTED TO TRUE
024170         GO TO 2100-EXIT
024184     END-IF.
024200 2100-EXIT.
024300     EXIT.
024400******************************************************************
024900     MOVE CUSTFLAT-RECORD TO REJ-CUSTFLAT-DATA.
025000     MOVE WS-REASON-CODE  TO REJ-REASON-CODE.
025100     WRITE EDITREJ-RECORD.
025133     IF WS-REASON-LOOK-ALIKE
025166         ADD 1 TO WS-HELD-COUNT
025199     ELSE
025232         ADD 1 TO WS-REJECT-COUNT
025265     END-IF.
025300     MOVE CF-CUST-ID     TO DL-CUST-ID.
025400     MOVE CF-CUST-NAME   TO DL-CUST-NAME.
025500     MOVE WS-REASON-CODE TO DL-REASON-CODE.
025600     PERFORM 2250-FORMAT-REASON-TEXT THRU 2250-EXIT.
025700     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
025709     IF WS-REASON-LOOK-ALIKE
025718         PERFORM 2270-WRITE-LIKE-LINE THRU 2270-EXIT
025727             VARYING WS-LIKE-SUB FROM 1 BY 1
025736             UNTIL WS-LIKE-SUB > WS-LIKE-COUNT
025745                OR WS-LIKE-SUB > WS-LIKE-MAX
025754         IF WS-LIKE-COUNT > WS-LIKE-MAX
025763             COMPUTE LM-MORE-COUNT = WS-LIKE-COUNT - WS-LIKE-MAX
025772             WRITE PRINT-LINE FROM WS-LIKE-MORE-LINE
025781         END-IF
025790     END-IF.
025800 2200-EXIT.
025900     EXIT.
026000******************************************************************
027400         MOVE "STATUS NOT A, C, OR D" TO DL-REASON-TEXT
027500     ELSE IF WS-REASON-CODE = "DATE"
027600         MOVE "LAST-ACTIVITY DATE INVALID" TO DL-REASON-TEXT
027633     ELSE IF WS-REASON-CODE = "LIKE"
027666         MOVE "HELD - LOOKS LIKE EXISTING" TO DL-REASON-TEXT
027700     ELSE
027800         MOVE "UNKNOWN REASON" TO DL-REASON-TEXT
027900     END-IF.
028000 2250-EXIT.
028100     EXIT.
028107******************************************************************
028114*    2270-WRITE-LIKE-LINE - ONE ACCOUNT THE HELD RECORD LOOKS    *
028121*    LIKE, UNDER ITS REPORT LINE.                                *
028128******************************************************************
028135 2270-WRITE-LIKE-LINE.
028142     MOVE WS-LIKE-ID (WS-LIKE-SUB)      TO LL-CUST-ID.
028149     MOVE WS-LIKE-NAME (WS-LIKE-SUB)    TO LL-CUST-NAME.
028156     MOVE WS-LIKE-STATUS (WS-LIKE-SUB)  TO LL-CUST-STATUS.
028163     MOVE WS-LIKE-BALANCE (WS-LIKE-SUB) TO LL-CUST-BALANCE.
028170     MOVE WS-LIKE-SOURCE (WS-LIKE-SUB)  TO LL-SOURCE.
028177     WRITE PRINT-LINE FROM WS-LIKE-LINE.
028184 2270-EXIT.
028191     EXIT.
028200******************************************************************
028300*    2300-WRITE-CLEAN - PASS THE RECORD THROUGH TO THE CLEAN     *
028400*    FILE DBBATCH LOADS.                                         *
028600 2300-WRITE-CLEAN.
028700     WRITE CUSTOK-RECORD FROM CUSTFLAT-RECORD.
028800     ADD 1 TO WS-CLEAN-COUNT.
028811     ADD 1 TO WS-KEPT-COUNT.
028822     MOVE CF-CUST-ID         TO WS-KEPT-ID (WS-KEPT-COUNT).
028833     MOVE CF-CUST-NAME       TO WS-KEPT-NAME (WS-KEPT-COUNT).
028844     MOVE CF-CUST-STATUS     TO WS-KEPT-STATUS (WS-KEPT-COUNT).
028855     MOVE CF-CUST-BALANCE    TO WS-KEPT-BALANCE (WS-KEPT-COUNT).
028866     MOVE WS-NEW-SOUND-KEY   TO WS-KEPT-SOUND-KEY (WS-KEPT-COUNT).
028877     MOVE WS-NEW-ADDRESS-KEY TO
028888         WS-KEPT-ADDRESS-KEY (WS-KEPT-COUNT).
028900 2300-EXIT.
029000     EXIT.
029100******************************************************************
029600     MOVE WS-READ-COUNT   TO TL-READ-COUNT.
029700     MOVE WS-CLEAN-COUNT  TO TL-CLEAN-COUNT.
029800     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
029850     MOVE WS-HELD-COUNT   TO TL-HELD-COUNT.
029900     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
030000     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
030100     WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
030150     WRITE PRINT-LINE FROM WS-TOTAL-LINE-4.
030200     CLOSE CUSTADD-FILE.
030300     CLOSE CUSTOK-FILE.
030400     CLOSE CUSTREJ-FILE.
030600     DISPLAY "CUSTEDIT - RECORDS READ:     " WS-READ-COUNT.
030700     DISPLAY "CUSTEDIT - RECORDS CLEAN:    " WS-CLEAN-COUNT.
030800     DISPLAY "CUSTEDIT - RECORDS REJECTED: " WS-REJECT-COUNT.
030850     DISPLAY "CUSTEDIT - RECORDS HELD:     " WS-HELD-COUNT.
030900     IF WS-REJECT-COUNT > ZERO
030950        OR WS-HELD-COUNT > ZERO
031000         MOVE 4 TO RETURN-CODE
031100     END-IF.
031200 3000-EXIT.
037400     END-IF.
037500 5100-EXIT.
037600     EXIT.
037639******************************************************************
037678*    5200-CHECK-LOOK-ALIKE - DOES THIS OTHERWISE CLEAN RECORD    *
037717*    LOOK LIKE A CUSTOMER WE ALREADY HAVE - SAME MATCHKEY SOUND  *
037756*    KEY AND ADDRESS KEY AS A CUSTOMERS ROW OR AS AN EARLIER     *
037795*    CLEAN RECORD IN THIS FILE.  EVERY LOOK-ALIKE IS COUNTED;    *
037834*    THE FIRST WS-LIKE-MAX ARE KEPT FOR THE REPORT.  A RELEASED  *
037873*    CUST-ID, OR A RECORD WITH NO USABLE NAME OR ADDRESS, IS NOT *
037912*    CHECKED.                                                    *
037951******************************************************************
037990 5200-CHECK-LOOK-ALIKE.
038029     MOVE "N" TO WS-LIKE-SWITCH.
038068     MOVE ZERO TO WS-LIKE-COUNT.
038107     MOVE CF-CUST-NAME    TO MK-NAME.
038146     MOVE CF-CUST-ADDRESS TO MK-ADDRESS.
038185     CALL "MATCHKEY" USING MATCHKEY-PARM.
038224     MOVE MK-SOUND-KEY    TO WS-NEW-SOUND-KEY.
038263     MOVE MK-ADDRESS-KEY  TO WS-NEW-ADDRESS-KEY.
038302     MOVE "N" TO WS-RELEASED-SWITCH.
038341     PERFORM 5250-SCAN-RELEASED THRU 5250-EXIT
038380         VARYING WS-REL-SUB FROM 1 BY 1
038419         UNTIL WS-REL-SUB > WS-REL-COUNT
038458            OR WS-ID-RELEASED.
038497     IF WS-ID-RELEASED
038536        OR WS-NEW-SOUND-KEY = SPACES
038575        OR WS-NEW-ADDRESS-KEY = SPACES
038614         GO TO 5200-EXIT
038653     END-IF.
038692     PERFORM 5300-SCAN-THIS-FILE THRU 5300-EXIT
038731         VARYING WS-KEPT-SUB FROM 1 BY 1
038770         UNTIL WS-KEPT-SUB > WS-KEPT-COUNT.
038809     PERFORM 5400-SCAN-CUSTOMERS THRU 5400-EXIT.
038848     IF WS-LIKE-COUNT > ZERO
038887         SET WS-LOOKS-LIKE TO TRUE
038926     END-IF.
038965 5200-EXIT.
039004     EXIT.
039011******************************************************************
039018*    5250-SCAN-RELEASED - IS THE TABLE ENTRY AT WS-REL-SUB THE   *
039025*    CUST-ID BEING EDITED.                                       *
039032******************************************************************
039043 5250-SCAN-RELEASED.
039082     IF WS-REL-ID (WS-REL-SUB) = CF-CUST-ID
039121         SET WS-ID-RELEASED TO TRUE
039160     END-IF.
039199 5250-EXIT.
039238     EXIT.
039245******************************************************************
039252*    5300-SCAN-THIS-FILE - AN EARLIER CLEAN RECORD IN THIS FILE  *
039259*    WITH THE SAME SOUND KEY AND ADDRESS KEY IS A LOOK-ALIKE.    *
039266******************************************************************
039277 5300-SCAN-THIS-FILE.
039316     IF WS-KEPT-SOUND-KEY (WS-KEPT-SUB) = WS-NEW-SOUND-KEY
039355        AND WS-KEPT-ADDRESS-KEY (WS-KEPT-SUB) = WS-NEW-ADDRESS-KEY
039394         MOVE WS-KEPT-ID (WS-KEPT-SUB)      TO WS-CAND-ID
039433         MOVE WS-KEPT-NAME (WS-KEPT-SUB)    TO WS-CAND-NAME
039472         MOVE WS-KEPT-STATUS (WS-KEPT-SUB)  TO WS-CAND-STATUS
039511         MOVE WS-KEPT-BALANCE (WS-KEPT-SUB) TO WS-CAND-BALANCE
039550         MOVE "EARLIER IN THIS FILE" TO WS-CAND-SOURCE
039589         PERFORM 5500-ADD-LOOK-ALIKE THRU 5500-EXIT
039628     END-IF.
039667 5300-EXIT.
039706     EXIT.
039745******************************************************************
039784*    5400-SCAN-CUSTOMERS - THE CANDIDATES ARE THE CUSTOMERS ROWS *
039823*    WHOSE ADDRESS STARTS WITH THE SAME FIRST WORD (NORMALLY THE *
039862*    HOUSE NUMBER); EACH IS KEYED BY MATCHKEY AND COMPARED.  A   *
039901*    DB2 ERROR STOPS THE RUN, AS IN 5100.                        *
039940******************************************************************
039979 5400-SCAN-CUSTOMERS.
040018     MOVE CF-CUST-ADDRESS TO WS-ADDR-TEXT.
040057     INSPECT WS-ADDR-TEXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
040096                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
040135     MOVE ZERO TO WS-LEAD-SPACES.
040174     INSPECT WS-ADDR-TEXT TALLYING WS-LEAD-SPACES
040213         FOR LEADING SPACE.
040252     MOVE SPACES TO WS-LEAD-WORD.
040291     MOVE ZERO TO WS-LEAD-LEN.
040330     UNSTRING WS-ADDR-TEXT (WS-LEAD-SPACES + 1:)
040369         DELIMITED BY SPACE OR "," OR "." OR "#" OR "-"
040408         INTO WS-LEAD-WORD COUNT IN WS-LEAD-LEN
040447     END-UNSTRING.
040486     IF WS-LEAD-LEN = ZERO
040525         GO TO 5400-EXIT
040564     END-IF.
040603     MOVE SPACES TO WS-LIKE-PATTERN-TEXT.
040642     STRING WS-LEAD-WORD (1:WS-LEAD-LEN) DELIMITED BY SIZE
040681            "%"                          DELIMITED BY SIZE
040720         INTO WS-LIKE-PATTERN-TEXT
040759     END-STRING.
040798     COMPUTE WS-LIKE-PATTERN-LEN = WS-LEAD-LEN + 1.
040837     EXEC SQL
040876          OPEN LIKE-CURSOR
040915     END-EXEC.
040954     IF SQLCODE NOT = 0
040993         DISPLAY "CUSTEDIT - SQL ERROR " SQLCODE
041032             " OPENING LOOK-ALIKE CURSOR - RUN STOPPED"
041071         MOVE 16 TO RETURN-CODE
041110         GOBACK
041149     END-IF.
041188     MOVE "N" TO WS-CAND-EOF-SWITCH.
041227     PERFORM 5450-FETCH-CANDIDATE THRU 5450-EXIT
041266         UNTIL END-OF-CANDIDATES.
041305     EXEC SQL
041344          CLOSE LIKE-CURSOR
041383     END-EXEC.
041422 5400-EXIT.
041461     EXIT.
041467******************************************************************
041473*    5450-FETCH-CANDIDATE - NEXT CANDIDATE ROW.  IT IS KEYED BY  *
041479*    MATCHKEY AND IS A LOOK-ALIKE WHEN BOTH KEYS MATCH THE NEW   *
041485*    RECORD'S.  A DB2 ERROR STOPS THE RUN.                       *
041491******************************************************************
041500 5450-FETCH-CANDIDATE.
041539     EXEC SQL
041578          FETCH LIKE-CURSOR
041617              INTO :CUST-ID, :CUST-NAME, :CUST-BALANCE,
041656                   :CUST-STATUS, :CUST-ADDRESS
041695     END-EXEC.
041734     IF SQLCODE = 100
041773         SET END-OF-CANDIDATES TO TRUE
041812         GO TO 5450-EXIT
041851     END-IF.
041890     IF SQLCODE NOT = 0
041929         DISPLAY "CUSTEDIT - SQL ERROR " SQLCODE
041968             " FETCHING LOOK-ALIKE CANDIDATES - RUN STOPPED"
042007         MOVE 16 TO RETURN-CODE
042046         GOBACK
042085     END-IF.
042124     MOVE CUST-NAME    TO MK-NAME.
042163     MOVE CUST-ADDRESS TO MK-ADDRESS.
042202     CALL "MATCHKEY" USING MATCHKEY-PARM.
042241     IF MK-SOUND-KEY = WS-NEW-SOUND-KEY
042280        AND MK-ADDRESS-KEY = WS-NEW-ADDRESS-KEY
042319         MOVE CUST-ID      TO WS-CAND-ID
042358         MOVE CUST-NAME    TO WS-CAND-NAME
042397         MOVE CUST-STATUS  TO WS-CAND-STATUS
042436         MOVE CUST-BALANCE TO WS-CAND-BALANCE
042475         MOVE "ON CUSTOMERS" TO WS-CAND-SOURCE
042514         PERFORM 5500-ADD-LOOK-ALIKE THRU 5500-EXIT
042553     END-IF.
042592 5450-EXIT.
042631     EXIT.
042638******************************************************************
042645*    5500-ADD-LOOK-ALIKE - COUNT THE CANDIDATE AND KEEP IT FOR   *
042652*    THE REPORT WHILE THERE IS ROOM.                             *
042659******************************************************************
042670 5500-ADD-LOOK-ALIKE.
042709     ADD 1 TO WS-LIKE-COUNT.
042748     IF WS-LIKE-COUNT NOT > WS-LIKE-MAX
042787         MOVE WS-CAND-ENTRY TO WS-LIKE-ENTRY (WS-LIKE-COUNT)
042826     END-IF.
042865 5500-EXIT.
042904     EXIT.
043000******************************************************************
043100*    8000-READ-CUSTADD - READ ONE ADD RECORD, WATCH FOR EOF      *
043200******************************************************************
