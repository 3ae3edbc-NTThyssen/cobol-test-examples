000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MATCHKEY.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     MATCHKEY                                      *
001000*    PURPOSE:     BUILD THE NORMALIZED MATCH KEYS FOR ONE       *
001100*                 CUSTOMER NAME AND ADDRESS IN MATCHKEY-PARM.   *
001200*                 CALLED BY CUSTEDIT TO HOLD NEW ACCOUNTS THAT  *
001300*                 LOOK LIKE AN EXISTING CUSTOMER AND BY DUPRPT  *
001400*                 TO GROUP THE WHOLE MASTER, SO BOTH JUDGE TWO  *
001500*                 RECORDS ALIKE BY THE SAME RULES.  BOTH FIELDS *
001600*                 ARE UPPER-CASED AND BROKEN INTO WORDS OF      *
001700*                 LETTERS AND DIGITS; APOSTROPHES ARE DROPPED   *
001800*                 AND ANY OTHER MARK SEPARATES WORDS.           *
001900*                   NAME    - TITLES, SUFFIXES AND ONE-LETTER   *
002000*                             INITIALS ARE DROPPED.  EACH WORD  *
002100*                             LEFT BECOMES A SOUND CODE - ITS   *
002200*                             FIRST LETTER AND UP TO THREE      *
002300*                             DIGITS FOR THE CONSONANT SOUNDS   *
002400*                             THAT FOLLOW - AND THE CODES ARE   *
002500*                             PUT IN ORDER, SO SPELLING AND     *
002600*                             WORD-ORDER DIFFERENCES AGREE.     *
002700*                   ADDRESS - UNIT WORDS (APT, SUITE ...) ARE   *
002800*                             DROPPED, STREET TYPES AND         *
002900*                             DIRECTIONS ARE ABBREVIATED, AND   *
003000*                             THE WORDS ARE RUN TOGETHER.       *
003100*                 A BLANK NAME OR ADDRESS RETURNS A BLANK KEY,  *
003200*                 WHICH MATCHES NOTHING.                        *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    ---------------------------------------------------------- *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------------------------------------------------------- *
003800*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003900******************************************************************
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 77  WS-DROP-SWITCH               PIC X(01) VALUE "N".
004300     88  WS-DROP-WORD                      VALUE "Y".
004400 77  WS-ABBREV-SWITCH             PIC X(01) VALUE "N".
004500     88  WS-ABBREV-FOUND                   VALUE "Y".
004600 77  WS-SWAP-SWITCH               PIC X(01) VALUE "N".
004700     88  WS-SWAP-MADE                      VALUE "Y".
004800 77  WS-IN-LEN                    PIC 9(02) COMP VALUE ZERO.
004900 77  WS-CHAR-SUB                  PIC 9(02) COMP VALUE ZERO.
005000 77  WS-WORD-COUNT                PIC 9(02) COMP VALUE ZERO.
005100 77  WS-WORD-MAX                  PIC 9(02) COMP VALUE 12.
005200 77  WS-WORD-LEN                  PIC 9(02) COMP VALUE ZERO.
005300 77  WS-WORD-SUB                  PIC 9(02) COMP VALUE ZERO.
005400 77  WS-KEEP-COUNT                PIC 9(02) COMP VALUE ZERO.
005500 77  WS-SORT-SUB                  PIC 9(02) COMP VALUE ZERO.
005600 77  WS-TABLE-SUB                 PIC 9(02) COMP VALUE ZERO.
005700 77  WS-CODE-LEN                  PIC 9(02) COMP VALUE ZERO.
005800 77  WS-KEY-PTR                   PIC 9(03) COMP VALUE ZERO.
005900 01  WS-TEXT                      PIC X(40).
006000 01  WS-CHAR                      PIC X(01).
006100 01  WS-LAST-CODE                 PIC X(01).
006200 01  WS-HOLD-WORD                 PIC X(40).
006300 01  WS-CODED-WORD                PIC X(40).
006400 01  WS-HOLD-SOUND                PIC X(04).
006500 01  WS-WORD-TABLE.
006600     05  WS-WORD                  PIC X(40) OCCURS 12 TIMES.
006700 01  WS-SOUND-TABLE.
006800     05  WS-SOUND                 PIC X(04) OCCURS 12 TIMES.
006900******************************************************************
007000*    NAME WORDS THAT SAY NOTHING ABOUT WHO THE CUSTOMER IS       *
007100******************************************************************
007200 01  WS-NAME-DROP-VALUES.
007300     05  FILLER                   PIC X(04) VALUE "MR".
007400     05  FILLER                   PIC X(04) VALUE "MRS".
007500     05  FILLER                   PIC X(04) VALUE "MS".
007600     05  FILLER                   PIC X(04) VALUE "MISS".
007700     05  FILLER                   PIC X(04) VALUE "DR".
007800     05  FILLER                   PIC X(04) VALUE "JR".
007900     05  FILLER                   PIC X(04) VALUE "SR".
008000     05  FILLER                   PIC X(04) VALUE "II".
008100     05  FILLER                   PIC X(04) VALUE "III".
008200     05  FILLER                   PIC X(04) VALUE "IV".
008300     05  FILLER                   PIC X(04) VALUE "ESQ".
008400 01  WS-NAME-DROP-TABLE REDEFINES WS-NAME-DROP-VALUES.
008500     05  WS-NAME-DROP             PIC X(04) OCCURS 11 TIMES.
008600******************************************************************
008700*    ADDRESS WORDS THAT ONLY INTRODUCE A UNIT NUMBER             *
008800******************************************************************
008900 01  WS-ADDR-DROP-VALUES.
009000     05  FILLER                   PIC X(10) VALUE "APT".
009100     05  FILLER                   PIC X(10) VALUE "APARTMENT".
009200     05  FILLER                   PIC X(10) VALUE "UNIT".
009300     05  FILLER                   PIC X(10) VALUE "SUITE".
009400     05  FILLER                   PIC X(10) VALUE "STE".
009500 01  WS-ADDR-DROP-TABLE REDEFINES WS-ADDR-DROP-VALUES.
009600     05  WS-ADDR-DROP             PIC X(10) OCCURS 5 TIMES.
009700******************************************************************
009800*    STREET TYPES AND DIRECTIONS - SPELLED OUT, THEN THE         *
009900*    ABBREVIATION THE ADDRESS KEY CARRIES                        *
010000******************************************************************
010100 01  WS-ABBREV-VALUES.
010200     05  FILLER                   PIC X(10) VALUE "STREET".
010300     05  FILLER                   PIC X(04) VALUE "ST".
010400     05  FILLER                   PIC X(10) VALUE "AVENUE".
010500     05  FILLER                   PIC X(04) VALUE "AVE".
010600     05  FILLER                   PIC X(10) VALUE "AV".
010700     05  FILLER                   PIC X(04) VALUE "AVE".
010800     05  FILLER                   PIC X(10) VALUE "ROAD".
010900     05  FILLER                   PIC X(04) VALUE "RD".
011000     05  FILLER                   PIC X(10) VALUE "DRIVE".
011100     05  FILLER                   PIC X(04) VALUE "DR".
011200     05  FILLER                   PIC X(10) VALUE "LANE".
011300     05  FILLER                   PIC X(04) VALUE "LN".
011400     05  FILLER                   PIC X(10) VALUE "BOULEVARD".
011500     05  FILLER                   PIC X(04) VALUE "BLVD".
011600     05  FILLER                   PIC X(10) VALUE "COURT".
011700     05  FILLER                   PIC X(04) VALUE "CT".
011800     05  FILLER                   PIC X(10) VALUE "PLACE".
011900     05  FILLER                   PIC X(04) VALUE "PL".
012000     05  FILLER                   PIC X(10) VALUE "CIRCLE".
012100     05  FILLER                   PIC X(04) VALUE "CIR".
012200     05  FILLER                   PIC X(10) VALUE "TERRACE".
012300     05  FILLER                   PIC X(04) VALUE "TER".
012400     05  FILLER                   PIC X(10) VALUE "HIGHWAY".
012500     05  FILLER                   PIC X(04) VALUE "HWY".
012600     05  FILLER                   PIC X(10) VALUE "PARKWAY".
012700     05  FILLER                   PIC X(04) VALUE "PKWY".
012800     05  FILLER                   PIC X(10) VALUE "NORTH".
012900     05  FILLER                   PIC X(04) VALUE "N".
013000     05  FILLER                   PIC X(10) VALUE "SOUTH".
013100     05  FILLER                   PIC X(04) VALUE "S".
013200     05  FILLER                   PIC X(10) VALUE "EAST".
013300     05  FILLER                   PIC X(04) VALUE "E".
013400     05  FILLER                   PIC X(10) VALUE "WEST".
013500     05  FILLER                   PIC X(04) VALUE "W".
013600 01  WS-ABBREV-TABLE REDEFINES WS-ABBREV-VALUES.
013700     05  WS-ABBREV-ENTRY OCCURS 17 TIMES.
013800         10  WS-ABBREV-LONG       PIC X(10).
013900         10  WS-ABBREV-SHORT      PIC X(04).
014000 LINKAGE SECTION.
014100 COPY mkeyparm.cpy.
014200******************************************************************
014300*    PROCEDURE DIVISION                                          *
014400******************************************************************
014500 PROCEDURE DIVISION USING MATCHKEY-PARM.
014600 0000-MAINLINE.
014700     PERFORM 1000-BUILD-SOUND-KEY THRU 1000-EXIT.
014800     PERFORM 2000-BUILD-ADDRESS-KEY THRU 2000-EXIT.
014900     GOBACK.
015000******************************************************************
015100*    1000-BUILD-SOUND-KEY - SPLIT THE NAME, CODE EVERY WORD      *
015200*    WORTH KEEPING, PUT THE CODES IN ORDER, AND RUN THE FIRST    *
015300*    SIX TOGETHER AS THE SOUND KEY.                              *
015400******************************************************************
015500 1000-BUILD-SOUND-KEY.
015600     MOVE SPACES TO MK-SOUND-KEY.
015700     MOVE MK-NAME TO WS-TEXT.
015800     MOVE 30 TO WS-IN-LEN.
015900     PERFORM 5000-SPLIT-WORDS THRU 5000-EXIT.
016000     MOVE ZERO TO WS-KEEP-COUNT.
016100     MOVE SPACES TO WS-SOUND-TABLE.
016200     PERFORM 1100-TAKE-NAME-WORD THRU 1100-EXIT
016300         VARYING WS-WORD-SUB FROM 1 BY 1
016400         UNTIL WS-WORD-SUB > WS-WORD-COUNT.
016500     SET WS-SWAP-MADE TO TRUE.
016600     PERFORM 1200-SORT-PASS THRU 1200-EXIT
016700         UNTIL NOT WS-SWAP-MADE.
016800     MOVE 1 TO WS-KEY-PTR.
016900     PERFORM 1300-APPEND-SOUND THRU 1300-EXIT
017000         VARYING WS-WORD-SUB FROM 1 BY 1
017100         UNTIL WS-WORD-SUB > WS-KEEP-COUNT
017200            OR WS-WORD-SUB > 6.
017300 1000-EXIT.
017400     EXIT.
017500******************************************************************
017600*    1100-TAKE-NAME-WORD - SKIP AN INITIAL OR A TITLE/SUFFIX;    *
017700*    OTHERWISE KEEP THE WORD'S SOUND CODE.                       *
017800******************************************************************
017900 1100-TAKE-NAME-WORD.
018000     IF WS-WORD (WS-WORD-SUB) (2:1) = SPACE
018100         GO TO 1100-EXIT
018200     END-IF.
018300     MOVE "N" TO WS-DROP-SWITCH.
018400     PERFORM 1150-CHECK-NAME-DROP THRU 1150-EXIT
018500         VARYING WS-TABLE-SUB FROM 1 BY 1
018600         UNTIL WS-TABLE-SUB > 11
018700            OR WS-DROP-WORD.
018800     IF WS-DROP-WORD
018900         GO TO 1100-EXIT
019000     END-IF.
019100     ADD 1 TO WS-KEEP-COUNT.
019200     MOVE WS-WORD (WS-WORD-SUB) TO WS-HOLD-WORD.
019300     PERFORM 5100-SOUND-CODE THRU 5100-EXIT.
019400     MOVE WS-HOLD-SOUND TO WS-SOUND (WS-KEEP-COUNT).
019500 1100-EXIT.
019600     EXIT.
019620******************************************************************
019640*    1150-CHECK-NAME-DROP - IS THE CURRENT NAME WORD THE         *
019660*    DROP-LIST ENTRY AT WS-TABLE-SUB.                            *
019680******************************************************************
019700 1150-CHECK-NAME-DROP.
019800     IF WS-WORD (WS-WORD-SUB) = WS-NAME-DROP (WS-TABLE-SUB)
019900         SET WS-DROP-WORD TO TRUE
020000     END-IF.
020100 1150-EXIT.
020200     EXIT.
020300******************************************************************
020400*    1200-SORT-PASS - ONE EXCHANGE PASS OVER THE KEPT SOUND      *
020500*    CODES.  AT MOST TWELVE, SO A SIMPLE SORT SERVES.            *
020600******************************************************************
020700 1200-SORT-PASS.
020800     MOVE "N" TO WS-SWAP-SWITCH.
020900     PERFORM 1250-COMPARE-PAIR THRU 1250-EXIT
021000         VARYING WS-SORT-SUB FROM 1 BY 1
021100         UNTIL WS-SORT-SUB >= WS-KEEP-COUNT.
021200 1200-EXIT.
021300     EXIT.
021320******************************************************************
021340*    1250-COMPARE-PAIR - SWAP THE SOUND CODE AT WS-SORT-SUB WITH *
021360*    THE NEXT ONE WHEN THE TWO ARE OUT OF ORDER.                 *
021380******************************************************************
021400 1250-COMPARE-PAIR.
021500     IF WS-SOUND (WS-SORT-SUB) > WS-SOUND (WS-SORT-SUB + 1)
021600         MOVE WS-SOUND (WS-SORT-SUB)     TO WS-HOLD-SOUND
021700         MOVE WS-SOUND (WS-SORT-SUB + 1) TO
021800             WS-SOUND (WS-SORT-SUB)
021900         MOVE WS-HOLD-SOUND TO WS-SOUND (WS-SORT-SUB + 1)
022000         SET WS-SWAP-MADE TO TRUE
022100     END-IF.
022200 1250-EXIT.
022300     EXIT.
022320******************************************************************
022340*    1300-APPEND-SOUND - ADD ONE SORTED SOUND CODE TO THE END OF *
022360*    THE SOUND KEY.                                              *
022380******************************************************************
022400 1300-APPEND-SOUND.
022500     STRING WS-SOUND (WS-WORD-SUB) DELIMITED BY SIZE
022600         INTO MK-SOUND-KEY WITH POINTER WS-KEY-PTR.
022700 1300-EXIT.
022800     EXIT.
022900******************************************************************
023000*    2000-BUILD-ADDRESS-KEY - SPLIT THE ADDRESS, DROP THE UNIT   *
023100*    WORDS, ABBREVIATE, AND RUN THE WORDS TOGETHER.              *
023200******************************************************************
023300 2000-BUILD-ADDRESS-KEY.
023400     MOVE SPACES TO MK-ADDRESS-KEY.
023500     MOVE MK-ADDRESS TO WS-TEXT.
023600     MOVE 40 TO WS-IN-LEN.
023700     PERFORM 5000-SPLIT-WORDS THRU 5000-EXIT.
023800     MOVE 1 TO WS-KEY-PTR.
023900     PERFORM 2100-TAKE-ADDRESS-WORD THRU 2100-EXIT
024000         VARYING WS-WORD-SUB FROM 1 BY 1
024100         UNTIL WS-WORD-SUB > WS-WORD-COUNT.
024200 2000-EXIT.
024300     EXIT.
024400******************************************************************
024500*    2100-TAKE-ADDRESS-WORD - ONE ADDRESS WORD ONTO THE KEY.     *
024600*    ANYTHING PAST FORTY CHARACTERS IS LEFT OFF.                 *
024700******************************************************************
024800 2100-TAKE-ADDRESS-WORD.
024900     MOVE WS-WORD (WS-WORD-SUB) TO WS-HOLD-WORD.
025000     MOVE "N" TO WS-DROP-SWITCH.
025100     PERFORM 2150-CHECK-ADDRESS-DROP THRU 2150-EXIT
025200         VARYING WS-TABLE-SUB FROM 1 BY 1
025300         UNTIL WS-TABLE-SUB > 5
025400            OR WS-DROP-WORD.
025500     IF WS-DROP-WORD
025600         GO TO 2100-EXIT
025700     END-IF.
025800     MOVE "N" TO WS-ABBREV-SWITCH.
025900     PERFORM 2200-ABBREVIATE THRU 2200-EXIT
026000         VARYING WS-TABLE-SUB FROM 1 BY 1
026100         UNTIL WS-TABLE-SUB > 17
026200            OR WS-ABBREV-FOUND.
026300     IF WS-KEY-PTR > 40
026400         GO TO 2100-EXIT
026500     END-IF.
026600     STRING WS-HOLD-WORD DELIMITED BY SPACE
026700         INTO MK-ADDRESS-KEY WITH POINTER WS-KEY-PTR
026800         ON OVERFLOW
026900             MOVE 41 TO WS-KEY-PTR
027000     END-STRING.
027100 2100-EXIT.
027200     EXIT.
027220******************************************************************
027240*    2150-CHECK-ADDRESS-DROP - IS THE CURRENT ADDRESS WORD THE   *
027260*    DROP-LIST ENTRY AT WS-TABLE-SUB.                            *
027280******************************************************************
027300 2150-CHECK-ADDRESS-DROP.
027400     IF WS-HOLD-WORD = WS-ADDR-DROP (WS-TABLE-SUB)
027500         SET WS-DROP-WORD TO TRUE
027600     END-IF.
027700 2150-EXIT.
027800     EXIT.
027820******************************************************************
027840*    2200-ABBREVIATE - REPLACE THE CURRENT ADDRESS WORD WITH ITS *
027860*    SHORT FORM WHEN IT IS THE LONG FORM AT WS-TABLE-SUB.        *
027880******************************************************************
027900 2200-ABBREVIATE.
028000     IF WS-HOLD-WORD = WS-ABBREV-LONG (WS-TABLE-SUB)
028100         MOVE WS-ABBREV-SHORT (WS-TABLE-SUB) TO WS-HOLD-WORD
028200         SET WS-ABBREV-FOUND TO TRUE
028300     END-IF.
028400 2200-EXIT.
028500     EXIT.
028600******************************************************************
028700*    5000-SPLIT-WORDS - UPPER-CASE THE FIRST WS-IN-LEN BYTES OF  *
028800*    WS-TEXT AND BREAK THEM INTO WORDS OF LETTERS AND DIGITS.    *
028900*    AN APOSTROPHE IS DROPPED WITHOUT ENDING THE WORD, SO        *
029000*    O'BRIEN AND OBRIEN AGREE; ANY OTHER MARK ENDS IT.  WORDS    *
029100*    PAST WS-WORD-MAX ARE LEFT OFF.                              *
029200******************************************************************
029300 5000-SPLIT-WORDS.
029400     INSPECT WS-TEXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
029500                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029600     MOVE SPACES TO WS-WORD-TABLE.
029700     MOVE ZERO TO WS-WORD-COUNT.
029800     MOVE ZERO TO WS-WORD-LEN.
029900     PERFORM 5050-TAKE-ONE-CHAR THRU 5050-EXIT
030000         VARYING WS-CHAR-SUB FROM 1 BY 1
030100         UNTIL WS-CHAR-SUB > WS-IN-LEN.
030200 5000-EXIT.
030300     EXIT.
030320******************************************************************
030340*    5050-TAKE-ONE-CHAR - ADD ONE CHARACTER OF THE TEXT TO THE   *
030360*    CURRENT WORD, OR END THE WORD ON A MARK OR A SPACE.         *
030380******************************************************************
030400 5050-TAKE-ONE-CHAR.
030500     MOVE WS-TEXT (WS-CHAR-SUB:1) TO WS-CHAR.
030600     IF WS-CHAR = "'"
030700         GO TO 5050-EXIT
030800     END-IF.
030900     IF (WS-CHAR ALPHABETIC AND WS-CHAR NOT = SPACE)
031000        OR WS-CHAR NUMERIC
031100         IF WS-WORD-LEN = ZERO
031200             IF WS-WORD-COUNT = WS-WORD-MAX
031300                 GO TO 5050-EXIT
031400             END-IF
031500             ADD 1 TO WS-WORD-COUNT
031600         END-IF
031700         ADD 1 TO WS-WORD-LEN
031800         MOVE WS-CHAR TO WS-WORD (WS-WORD-COUNT) (WS-WORD-LEN:1)
031900     ELSE
032000         MOVE ZERO TO WS-WORD-LEN
032100     END-IF.
032200 5050-EXIT.
032300     EXIT.
032400******************************************************************
032500*    5100-SOUND-CODE - CODE THE WORD IN WS-HOLD-WORD INTO        *
032600*    WS-HOLD-SOUND: ITS FIRST LETTER, THEN A DIGIT FOR EACH      *
032700*    CONSONANT SOUND THAT FOLLOWS (1 B F P V, 2 C G J K Q S X Z, *
032800*    3 D T, 4 L, 5 M N, 6 R).  VOWELS, H, W AND Y ARE NOT CODED  *
032900*    AND A SOUND REPEATED BACK TO BACK COUNTS ONCE.  SHORT       *
033000*    CODES ARE PADDED WITH ZEROS.                                *
033100******************************************************************
033200 5100-SOUND-CODE.
033300     MOVE WS-HOLD-WORD TO WS-CODED-WORD.
033400     INSPECT WS-CODED-WORD
033500         CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
033600                 TO "01230120022455012623010202".
033700     MOVE SPACES TO WS-HOLD-SOUND.
033800     MOVE WS-HOLD-WORD (1:1)  TO WS-HOLD-SOUND (1:1).
033900     MOVE WS-CODED-WORD (1:1) TO WS-LAST-CODE.
034000     MOVE 1 TO WS-CODE-LEN.
034100     PERFORM 5150-CODE-ONE-LETTER THRU 5150-EXIT
034200         VARYING WS-CHAR-SUB FROM 2 BY 1
034300         UNTIL WS-CHAR-SUB > 40
034400            OR WS-CODE-LEN = 4.
034500     INSPECT WS-HOLD-SOUND REPLACING ALL SPACE BY "0".
034600 5100-EXIT.
034700     EXIT.
034716******************************************************************
034732*    5150-CODE-ONE-LETTER - ADD THE DIGIT FOR ONE LETTER OF THE  *
034748*    WORD TO THE SOUND CODE, SKIPPING AN UNCODED LETTER OR A     *
034764*    REPEAT OF THE LAST SOUND.                                   *
034780******************************************************************
034800 5150-CODE-ONE-LETTER.
034900     MOVE WS-CODED-WORD (WS-CHAR-SUB:1) TO WS-CHAR.
035000     IF WS-CHAR = SPACE
035100         GO TO 5150-EXIT
035200     END-IF.
035300     IF WS-CHAR NOT = "0"
035400        AND WS-CHAR NOT = WS-LAST-CODE
035500         ADD 1 TO WS-CODE-LEN
035600         MOVE WS-CHAR TO WS-HOLD-SOUND (WS-CODE-LEN:1)
035700     END-IF.
035800     MOVE WS-CHAR TO WS-LAST-CODE.
035900 5150-EXIT.
036000     EXIT.
