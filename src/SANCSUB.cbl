000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SANCSUB.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/17/2026.
000600 DATE-COMPILED.  11/17/2026.
000700******************************************************************
000800*                                                                *
000900*    SANCSUB - SANCTIONS WATCH-LIST SCREENING SUBPROGRAM         *
001000*    SCREENS ONE NAME AGAINST THE GOVERNMENT SANCTIONS WATCH     *
001100*    LIST (WATCHLST, SEE WTCHREC), SO EVERY CALLER - MNTENTRY    *
001200*    AT ADD TIME, MAINTEDIT FOR ADDS AND NAME CHANGES, SANCSCAN  *
001300*    FOR THE FULL-FILE RESCAN AND THE LOCKBOX REMITTERS -        *
001400*    JUDGES A NAME THE SAME WAY.  CALLED WITH THE                *
001500*    SANCTIONS-SCREEN-AREA (SEE SNCWREC).                        *
001600*                                                                *
001700*    THE LIST IS LOADED ONCE, ON THE FIRST CALL, WITH THE        *
001800*    SNDXSUB SURNAME TOKEN AND PHONETIC KEY WORKED OUT FOR EACH  *
001900*    LISTED NAME.  A NAME IS SCORED AGAINST EVERY LISTED NAME    *
002000*    STARTING WITH THE SAME LETTER - THE SAME FIRST-LETTER RULE  *
002100*    THE PHONETIC KEY RESTS ON:                                  *
002200*      - NAME SIMILARITY, THE DUPMATCH METHOD - EACH MATCHING    *
002300*        NON-BLANK POSITION COUNTS, SCALED TO 100 OVER THE       *
002400*        LONGER OF THE TWO NAMES,                                *
002500*      - PLUS 10 WHEN THE SURNAME TOKENS AGREE, OR PLUS 5 WHEN   *
002600*        ONLY THE PHONETIC KEYS DO,                              *
002700*    CAPPED AT 100.  THE BEST SCORE AT OR ABOVE THE LIST'S       *
002800*    THRESHOLD (WTCHH-THRESHOLD, WHICH COMPLIANCE MUST SET) IS A *
002900*    POTENTIAL HIT.  A POTENTIAL HIT IS ONLY THAT - THE          *
003000*    COMPLIANCE OFFICER DECIDES IT (SEE SANCREV).                *
003100*                                                                *
003166*    WITHOUT A LIST, OR WITH A LIST THAT HAS NO HEADER, NO       *
003233*    THRESHOLD (001-100) ON ITS HEADER, OR MORE NAMES THAN THE   *
003300*    TABLE HOLDS (SEE SNCWREC), NOTHING IS SCREENED AND THE      *
003366*    STATUS SAYS SO - A MISSING LIST IS NEVER REPORTED AS A      *
003433*    CLEAR, AND NO THRESHOLD IS EVER ASSUMED.                    *
003500*                                                                *
003600******************************************************************
003700* MODIFICATION HISTORY
003800*   11/17/2026  RVH  ORIGINAL.
003820*   11/20/2026  RVH  NO DEFAULT THRESHOLD - A LIST HEADER
003840*                    WITHOUT ONE (001-100) MAKES THE LIST
003860*                    UNUSABLE (STATUS 1).  TABLE RAISED FROM
003880*                    5,000 TO 50,000 NAMES.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WATCH-LIST-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  WATCH-LIST-FILE
005200     LABEL RECORDS ARE STANDARD
005300     BLOCK CONTAINS 0 RECORDS
005400     RECORDING MODE F
005500     DATA RECORD IS WATCH-LIST-RECORD.
005600     COPY WTCHREC.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WATCH-LIST-STATUS         PIC X(02).
006000     88  WATCH-LIST-OK             VALUE "00".
006100 01  WS-LOAD-TRIED             PIC X(01) VALUE "N".
006200     88  LOAD-WAS-TRIED            VALUE "Y".
006300 01  WS-LIST-USABLE            PIC X(01) VALUE "N".
006400     88  LIST-IS-USABLE            VALUE "Y".
006500 01  WS-LIST-TRUNCATED         PIC X(01) VALUE "N".
006600     88  LIST-WAS-TRUNCATED        VALUE "Y".
006700 01  WS-LIST-AT-END            PIC X(01) VALUE "N".
006800     88  LIST-FILE-AT-END          VALUE "Y".
006900 01  WS-LIST-DATE              PIC 9(06) VALUE 0.
007000 01  WS-THRESHOLD              PIC 9(03) VALUE 0.
007100
007200******************************************************************
007300*    LOADED WATCH-LIST TABLE.  ENTRIES ARE CHAINED BY THE FIRST  *
007400*    LETTER OF THE NAME (WS-LETTER-HEAD/WS-WL-NEXT) SO A NAME    *
007500*    IS ONLY EVER SCORED AGAINST ITS OWN LETTER.  CHAIN 27       *
007600*    HOLDS NAMES STARTING WITH ANYTHING BUT A LETTER.            *
007700******************************************************************
007800 01  WS-WL-TABLE-SIZE          PIC 9(5) BINARY VALUE 50000.
007900 01  WS-WL-ENTRY-COUNT         PIC 9(5) BINARY VALUE 0.
008000 01  WS-WL-ENTRIES.
008100     05  WS-WL-ENTRY           OCCURS 50000 TIMES.
008200         10  WS-WL-ID              PIC X(10).
008300         10  WS-WL-NAME            PIC X(30).
008400         10  WS-WL-PROGRAM         PIC X(10).
008500         10  WS-WL-TOKEN           PIC X(12).
008600         10  WS-WL-KEY             PIC X(04).
008700         10  WS-WL-LENGTH          PIC 9(3) BINARY.
008800         10  WS-WL-NEXT            PIC 9(5) BINARY.
008900 01  WS-WL-IDX                 PIC 9(5) BINARY VALUE 0.
009000 01  WS-LETTER-HEADS.
009100     05  WS-LETTER-HEAD        OCCURS 27 TIMES
009200                               PIC 9(5) BINARY.
009300 01  WS-LETTER-IDX             PIC 9(3) BINARY VALUE 0.
009400 01  WS-ALPHABET               PIC X(26) VALUE
009500     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009600
009700******************************************************************
009800*    NAME WORK FIELDS                                            *
009900******************************************************************
010000 01  WS-WORK-NAME              PIC X(30) VALUE SPACES.
010100 01  WS-WORK-CHARS REDEFINES WS-WORK-NAME.
010200     05  WS-WORK-CHAR          PIC X(01) OCCURS 30 TIMES.
010300 01  WS-WORK-TOKEN             PIC X(12) VALUE SPACES.
010400 01  WS-WORK-KEY               PIC X(04) VALUE SPACES.
010500 01  WS-WORK-LENGTH            PIC 9(3) BINARY VALUE 0.
010600 01  WS-LIST-NAME              PIC X(30) VALUE SPACES.
010700 01  WS-LIST-CHARS REDEFINES WS-LIST-NAME.
010800     05  WS-LIST-CHAR          PIC X(01) OCCURS 30 TIMES.
010900 01  WS-CHAR-IDX               PIC 9(3) BINARY VALUE 0.
011000 01  WS-MATCH-COUNT            PIC 9(3) BINARY VALUE 0.
011100 01  WS-LONGER-LENGTH          PIC 9(3) BINARY VALUE 0.
011200 01  WS-ENTRY-SCORE            PIC 9(03) VALUE 0.
011300 01  WS-ENTRY-BASIS            PIC X(01) VALUE SPACE.
011400 01  WS-BEST-SCORE             PIC 9(03) VALUE 0.
011500 01  WS-BEST-IDX               PIC 9(5) BINARY VALUE 0.
011600 01  WS-BEST-BASIS             PIC X(01) VALUE SPACE.
011700
011800 LINKAGE SECTION.
011900     COPY SNCWREC.
012000
012100 PROCEDURE DIVISION USING SANCTIONS-SCREEN-AREA.
012200******************************************************************
012300*    0000-MAINLINE                                               *
012400******************************************************************
012500 0000-MAINLINE.
012600     IF NOT LOAD-WAS-TRIED
012700         PERFORM 1000-LOAD-WATCH-LIST THRU 1000-EXIT
012800     END-IF
012900     MOVE "0" TO SNCW-STATUS
013000     MOVE "N" TO SNCW-RESULT
013100     MOVE 0 TO SNCW-SCORE
013200     MOVE SPACE TO SNCW-MATCH-BASIS
013300     MOVE SPACES TO SNCW-ENTRY-ID
013400     MOVE SPACES TO SNCW-ENTRY-NAME
013500     MOVE SPACES TO SNCW-PROGRAM
013600     MOVE WS-LIST-DATE TO SNCW-LIST-DATE
013700     MOVE WS-WL-ENTRY-COUNT TO SNCW-LIST-COUNT
013800     MOVE WS-THRESHOLD TO SNCW-THRESHOLD
013900     EVALUATE TRUE
014000         WHEN SNCW-FUNCTION NOT = "S" AND
014100                 SNCW-FUNCTION NOT = "I"
014200             MOVE "2" TO SNCW-STATUS
014300         WHEN NOT LIST-IS-USABLE
014400             MOVE "1" TO SNCW-STATUS
014500         WHEN LIST-WAS-TRUNCATED
014600             MOVE "3" TO SNCW-STATUS
014700         WHEN SNCW-FUNCTION = "S"
014800             PERFORM 3000-SCREEN-ONE-NAME THRU 3000-EXIT
014900         WHEN OTHER
015000             CONTINUE
015100     END-EVALUATE
015200     GOBACK.
015300
015400******************************************************************
015500*    1000-LOAD-WATCH-LIST                                        *
015600*    ONE LOAD PER JOB STEP.  THE FIRST RECORD MUST BE THE        *
015666*    HEADER - A LIST WITHOUT ONE HAS NO DATE AND IS NOT USED,    *
015733*    NOR IS ONE WHOSE HEADER CARRIES NO THRESHOLD.               *
015800******************************************************************
015900 1000-LOAD-WATCH-LIST.
016000     MOVE "Y" TO WS-LOAD-TRIED
016100     MOVE 0 TO WS-WL-ENTRY-COUNT
016200     PERFORM 1050-CLEAR-ONE-HEAD THRU 1050-EXIT
016300         VARYING WS-LETTER-IDX FROM 1 BY 1
016400         UNTIL WS-LETTER-IDX > 27
016500     OPEN INPUT WATCH-LIST-FILE
016600     IF NOT WATCH-LIST-OK
016700         GO TO 1000-EXIT
016800     END-IF
016900     PERFORM 1100-READ-NEXT-NAME THRU 1100-EXIT
017000     IF LIST-FILE-AT-END OR NOT WTCH-IS-HEADER OR
017100             WTCHH-LIST-DATE NOT NUMERIC
017200         CLOSE WATCH-LIST-FILE
017300         GO TO 1000-EXIT
017400     END-IF
017416     IF WTCHH-THRESHOLD NOT NUMERIC OR WTCHH-THRESHOLD = 0
017433             OR WTCHH-THRESHOLD > 100
017450         CLOSE WATCH-LIST-FILE
017466         GO TO 1000-EXIT
017483     END-IF
017500     MOVE "Y" TO WS-LIST-USABLE
017600     MOVE WTCHH-LIST-DATE TO WS-LIST-DATE
017850     MOVE WTCHH-THRESHOLD TO WS-THRESHOLD
018100     PERFORM 1100-READ-NEXT-NAME THRU 1100-EXIT
018200     PERFORM 1200-STORE-ONE-NAME THRU 1200-EXIT
018300         UNTIL LIST-FILE-AT-END
018400     CLOSE WATCH-LIST-FILE.
018500 1000-EXIT.
018600     EXIT.
018700
018800 1050-CLEAR-ONE-HEAD.
018900     MOVE 0 TO WS-LETTER-HEAD(WS-LETTER-IDX).
019000 1050-EXIT.
019100     EXIT.
019200
019300 1100-READ-NEXT-NAME.
019400     READ WATCH-LIST-FILE
019500         AT END
019600             MOVE "Y" TO WS-LIST-AT-END
019700     END-READ.
019800 1100-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200*    1200-STORE-ONE-NAME                                         *
020300*    EACH NAME IS PUSHED ONTO THE FRONT OF ITS LETTER'S CHAIN.   *
020400******************************************************************
020500 1200-STORE-ONE-NAME.
020600     IF NOT WTCH-IS-ENTRY OR WTCH-ENTRY-NAME = SPACES
020700         GO TO 1200-NEXT
020800     END-IF
020900     IF WS-WL-ENTRY-COUNT NOT < WS-WL-TABLE-SIZE
021000         MOVE "Y" TO WS-LIST-TRUNCATED
021100         GO TO 1200-NEXT
021200     END-IF
021300     ADD 1 TO WS-WL-ENTRY-COUNT
021400     MOVE WS-WL-ENTRY-COUNT TO WS-WL-IDX
021500     MOVE WTCH-ENTRY-ID TO WS-WL-ID(WS-WL-IDX)
021600     MOVE WTCH-PROGRAM TO WS-WL-PROGRAM(WS-WL-IDX)
021700     MOVE WTCH-ENTRY-NAME TO WS-WORK-NAME
021800     PERFORM 2000-PREPARE-THE-NAME THRU 2000-EXIT
021900     MOVE WS-WORK-NAME TO WS-WL-NAME(WS-WL-IDX)
022000     MOVE WS-WORK-TOKEN TO WS-WL-TOKEN(WS-WL-IDX)
022100     MOVE WS-WORK-KEY TO WS-WL-KEY(WS-WL-IDX)
022200     MOVE WS-WORK-LENGTH TO WS-WL-LENGTH(WS-WL-IDX)
022300     MOVE WS-LETTER-HEAD(WS-LETTER-IDX) TO
022400         WS-WL-NEXT(WS-WL-IDX)
022500     MOVE WS-WL-IDX TO WS-LETTER-HEAD(WS-LETTER-IDX).
022600 1200-NEXT.
022700     PERFORM 1100-READ-NEXT-NAME THRU 1100-EXIT.
022800 1200-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200*    2000-PREPARE-THE-NAME                                       *
023300*    UPPERCASES WS-WORK-NAME, TAKES ITS SNDXSUB TOKEN AND KEY,   *
023400*    ITS LENGTH TO THE LAST NON-BLANK, AND THE CHAIN ITS FIRST   *
023500*    LETTER BELONGS TO.                                          *
023600******************************************************************
023700 2000-PREPARE-THE-NAME.
023800     INSPECT WS-WORK-NAME CONVERTING
023900         "abcdefghijklmnopqrstuvwxyz" TO
024000         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
024100     CALL "SNDXSUB" USING WS-WORK-NAME WS-WORK-TOKEN
024200         WS-WORK-KEY
024300     MOVE 30 TO WS-WORK-LENGTH
024400     PERFORM 2100-STEP-BACK-ONE THRU 2100-EXIT
024500         UNTIL WS-WORK-LENGTH = 0 OR
024600             WS-WORK-CHAR(WS-WORK-LENGTH) NOT = SPACE
024700     MOVE 0 TO WS-LETTER-IDX
024800     IF WS-WORK-CHAR(1) NOT = SPACE
024900         INSPECT WS-ALPHABET TALLYING WS-LETTER-IDX
025000             FOR CHARACTERS BEFORE INITIAL WS-WORK-CHAR(1)
025100     END-IF
025200     ADD 1 TO WS-LETTER-IDX
025300     IF WS-LETTER-IDX > 26
025400         MOVE 27 TO WS-LETTER-IDX
025500     END-IF.
025600 2000-EXIT.
025700     EXIT.
025800
025900 2100-STEP-BACK-ONE.
026000     SUBTRACT 1 FROM WS-WORK-LENGTH.
026100 2100-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    3000-SCREEN-ONE-NAME                                        *
026600*    WALKS THE CHAIN FOR THE NAME'S FIRST LETTER AND KEEPS THE   *
026700*    BEST SCORE.                                                 *
026800******************************************************************
026900 3000-SCREEN-ONE-NAME.
027000     MOVE SNCW-NAME TO WS-WORK-NAME
027100     IF WS-WORK-NAME = SPACES
027200         GO TO 3000-EXIT
027300     END-IF
027400     PERFORM 2000-PREPARE-THE-NAME THRU 2000-EXIT
027500     MOVE 0 TO WS-BEST-SCORE
027600     MOVE 0 TO WS-BEST-IDX
027700     MOVE SPACE TO WS-BEST-BASIS
027800     MOVE WS-LETTER-HEAD(WS-LETTER-IDX) TO WS-WL-IDX
027900     PERFORM 3100-SCORE-ONE-ENTRY THRU 3100-EXIT
028000         UNTIL WS-WL-IDX = 0
028100     IF WS-BEST-IDX = 0 OR WS-BEST-SCORE < WS-THRESHOLD
028200         GO TO 3000-EXIT
028300     END-IF
028400     MOVE "Y" TO SNCW-RESULT
028500     MOVE WS-BEST-SCORE TO SNCW-SCORE
028600     MOVE WS-BEST-BASIS TO SNCW-MATCH-BASIS
028700     MOVE WS-WL-ID(WS-BEST-IDX) TO SNCW-ENTRY-ID
028800     MOVE WS-WL-NAME(WS-BEST-IDX) TO SNCW-ENTRY-NAME
028900     MOVE WS-WL-PROGRAM(WS-BEST-IDX) TO SNCW-PROGRAM.
029000 3000-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    3100-SCORE-ONE-ENTRY                                        *
029500******************************************************************
029600 3100-SCORE-ONE-ENTRY.
029700     MOVE WS-WL-NAME(WS-WL-IDX) TO WS-LIST-NAME
029800     MOVE 0 TO WS-MATCH-COUNT
029900     PERFORM 3200-COMPARE-ONE-POSITION THRU 3200-EXIT
030000         VARYING WS-CHAR-IDX FROM 1 BY 1
030100         UNTIL WS-CHAR-IDX > 30
030200     MOVE WS-WORK-LENGTH TO WS-LONGER-LENGTH
030300     IF WS-WL-LENGTH(WS-WL-IDX) > WS-LONGER-LENGTH
030400         MOVE WS-WL-LENGTH(WS-WL-IDX) TO WS-LONGER-LENGTH
030500     END-IF
030600     COMPUTE WS-ENTRY-SCORE =
030700         (WS-MATCH-COUNT * 100) / WS-LONGER-LENGTH
030800     EVALUATE TRUE
030900         WHEN WS-WORK-TOKEN NOT = SPACES AND
031000                 WS-WORK-TOKEN = WS-WL-TOKEN(WS-WL-IDX)
031100             ADD 10 TO WS-ENTRY-SCORE
031200             MOVE "T" TO WS-ENTRY-BASIS
031300         WHEN WS-WORK-KEY NOT = "0000" AND
031400                 WS-WORK-KEY = WS-WL-KEY(WS-WL-IDX)
031500             ADD 5 TO WS-ENTRY-SCORE
031600             MOVE "P" TO WS-ENTRY-BASIS
031700         WHEN OTHER
031800             MOVE "S" TO WS-ENTRY-BASIS
031900     END-EVALUATE
032000     IF WS-ENTRY-SCORE > 100
032100         MOVE 100 TO WS-ENTRY-SCORE
032200     END-IF
032300     IF WS-ENTRY-SCORE > WS-BEST-SCORE
032400         MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
032500         MOVE WS-WL-IDX TO WS-BEST-IDX
032600         MOVE WS-ENTRY-BASIS TO WS-BEST-BASIS
032700     END-IF
032800     MOVE WS-WL-NEXT(WS-WL-IDX) TO WS-WL-IDX.
032900 3100-EXIT.
033000     EXIT.
033100
033200 3200-COMPARE-ONE-POSITION.
033300     IF WS-WORK-CHAR(WS-CHAR-IDX) NOT = SPACE AND
033400             WS-WORK-CHAR(WS-CHAR-IDX) =
033500                 WS-LIST-CHAR(WS-CHAR-IDX)
033600         ADD 1 TO WS-MATCH-COUNT
033700     END-IF.
033800 3200-EXIT.
033900     EXIT.
