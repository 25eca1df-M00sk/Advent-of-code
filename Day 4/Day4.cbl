000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    SCORE THE DAY 4 "HIGH-ENTROPY PASSPHRASES" LIST.
000700*
000800*             CALLED BY THE CAPDRIVE BATCH DRIVER WITH THE
000900*             CAPSCORA COMMAREA, EXACTLY AS DAY1 AND DAY2 ARE.
001000*             READS THE PASSPHRASE FILE NAMED IN CS-FILE-NAME -
001100*             ONE PASSPHRASE PER LINE, LOWERCASE WORDS SEPARATED
001200*             BY SPACES - AND SCORES BOTH RULES IN ONE PASS:
001300*             PART 1 COUNTS THE LINES IN WHICH NO WORD APPEARS
001400*             TWICE, PART 2 THE LINES IN WHICH NO TWO WORDS ARE
001500*             ANAGRAMS OF EACH OTHER.
001600*
001700*             THIS IS A FEED OF WORDS, NOT DIGITS, SO THE LINES
001800*             LAND IN THE COMMAREA'S TEXT AREA (CS-CONTENT-TYPE
001900*             "T") AND THE DIGIT TABLE IS LEFT EMPTY. THE DRIVER
002000*             FINGERPRINTS, PROFILES AND SUSPENSE-FILES TEXT
002100*             CONTENT FROM THAT AREA. ALL BATCH MACHINERY LIVES
002200*             IN CAPDRIVE.
002300*
002400*             REJECT REASONS: EM FOR A FILE WITH NO LINES AT
002500*             ALL, BL FOR A BLANK LINE, NL FOR A CHARACTER THAT
002600*             IS NEITHER A LOWERCASE LETTER NOR A SPACE (THE
002700*             POSITION REPORTED FOR BL AND NL IS THE LINE
002800*             NUMBER), AND OV FOR A FILE OR LINE PAST THE
002900*             DECLARED LIMITS (1000 LINES, 100 CHARACTERS PER
003000*             LINE).
003100*
003200* MODIFICATION HISTORY.
003300*   2026-10-15  M00SK  ORIGINAL VERSION.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. DAY4.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PHRASE-FILE ASSIGN DYNAMIC D4-CURRENT-FILE-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS D4-PHRASE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PHRASE-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD IS VARYING IN SIZE FROM 1 TO 255 CHARACTERS
004800         DEPENDING ON D4-REC-LEN.
004900 01  PHRASE-RECORD                             PIC X(255).
005000 WORKING-STORAGE SECTION.
005100 01  SZABLONY.
005200     05  I                                      PIC 9(8) COMP.
005300     05  J                                      PIC 9(8) COMP.
005400     05  K                                      PIC 9(8) COMP.
005500     05  ANS                                    PIC 9(8).
005600     05  ANS-HALFWAY                            PIC 9(8).
005700 77  D4-PHRASE-STATUS                           PIC X(02).
005800 77  D4-REC-LEN                                 PIC 9(4) COMP
005900                                                VALUE ZERO.
006000 77  D4-EOF-SW                                  PIC X(01)
006100                                                VALUE "N".
006200     88  D4-EOF                                 VALUE "Y".
006300 77  D4-VALID-SW                                PIC X(01)
006400                                                VALUE "Y".
006500     88  D4-INPUT-VALID                         VALUE "Y".
006600     88  D4-INPUT-INVALID                       VALUE "N".
006700 77  D4-CURRENT-FILE-NAME                       PIC X(80)
006800                                                VALUE SPACES.
006900 77  D4-M1-MATCHES                              PIC 9(8)
007000                                                VALUE ZERO.
007100 77  D4-M2-MATCHES                              PIC 9(8)
007200                                                VALUE ZERO.
007300 77  D4-REJ-REASON-CODE                         PIC X(02)
007400                                                VALUE SPACES.
007500 77  D4-REJ-POS                                 PIC 9(8)
007600                                                VALUE ZERO.
007700 77  D4-REJ-CHAR-FOUND                          PIC X(01)
007800                                                VALUE SPACE.
007900 77  D4-LINE-MAX                                PIC 9(8) COMP
008000                                                VALUE 1000.
008100 77  D4-WIDTH-MAX                               PIC 9(4) COMP
008200                                                VALUE 100.
008300 77  D4-LINE-NO                                 PIC 9(8)
008400                                                VALUE ZERO.
008500 77  D4-CHAR                                    PIC X(01)
008600                                                VALUE SPACE.
008700 77  D4-LX                                      PIC 9(4) COMP
008800                                                VALUE ZERO.
008900 77  D4-REPEAT-SW                               PIC X(01)
009000                                                VALUE "N".
009100     88  D4-REPEAT-FOUND                        VALUE "Y".
009200 77  D4-ANAGRAM-SW                              PIC X(01)
009300                                                VALUE "N".
009400     88  D4-ANAGRAM-FOUND                       VALUE "Y".
009500 01  D4-ALPHABET                                PIC X(26)
009600             VALUE "abcdefghijklmnopqrstuvwxyz".
009700*-----------------------------------------------------------------
009800* ONE LINE'S WORDS AT A TIME. A 100-CHARACTER LINE CANNOT HOLD
009900* MORE THAN 50 WORDS, SO THE TABLE CANNOT OVERFLOW. EACH WORD
010000* CARRIES ITS LETTER COUNTS - TWO WORDS WITH THE SAME COUNTS FOR
010100* ALL 26 LETTERS ARE ANAGRAMS, WITH NO SORTING NEEDED.
010200*-----------------------------------------------------------------
010300 01  D4-WORD-TABLE.
010400     05  D4-WORD-COUNT                          PIC 9(4) COMP
010500                                                VALUE ZERO.
010600     05  D4-WORD-ENTRY OCCURS 50 TIMES.
010700         10  D4-WORD                            PIC X(100).
010800         10  D4-WORD-LEN                        PIC 9(4) COMP.
010900         10  D4-WORD-SIG.
011000             15  D4-SIG-CNT OCCURS 26 TIMES     PIC 9(03).
011100 LINKAGE SECTION.
011200 COPY CAPSCORA.
011300 PROCEDURE DIVISION USING CAPSCORE-COMMAREA.
011400 0000-MAIN SECTION.
011500*-----------------------------------------------------------------
011600* ONE CALL IS ONE FILE: READ IT LINE BY LINE, SCORING EACH LINE
011700* AS IT IS READ, AND HAND THE ANSWERS (OR THE REJECT REASON) BACK
011800* TO CAPDRIVE IN THE COMMAREA. THE TEXT AREA CARRIES THE LINES SO
011900* THE DRIVER'S FINGERPRINT, PROFILE AND SUSPENSE WRITES SEE THE
012000* CONTENT THAT WAS SCORED.
012100*-----------------------------------------------------------------
012200 0000-MAINLINE.
012300     MOVE CS-FILE-NAME TO D4-CURRENT-FILE-NAME
012400     MOVE "T" TO CS-CONTENT-TYPE
012500     MOVE ZERO TO ANS
012600     MOVE ZERO TO ANS-HALFWAY
012700     MOVE ZERO TO D4-M1-MATCHES
012800     MOVE ZERO TO D4-M2-MATCHES
012900     MOVE ZERO TO D4-LINE-NO
013000     MOVE "Y" TO D4-VALID-SW
013100     MOVE SPACES TO D4-REJ-REASON-CODE
013200     MOVE ZERO TO D4-REJ-POS
013300     MOVE SPACE TO D4-REJ-CHAR-FOUND
013400     PERFORM 1000-GET-INPUT THRU 1000-EXIT
013500     PERFORM 1500-VALIDATE-INPUT THRU 1500-EXIT
013600     IF D4-INPUT-VALID
013700         MOVE "0" TO CS-RESULT-CODE
013800     ELSE
013900         MOVE "1" TO CS-RESULT-CODE
014000     END-IF
014100     MOVE D4-REJ-REASON-CODE TO CS-REJECT-REASON
014200     MOVE D4-REJ-POS TO CS-REJECT-POS
014300     MOVE D4-REJ-CHAR-FOUND TO CS-REJECT-CHAR
014400     MOVE ANS TO CS-ANS
014500     MOVE ANS-HALFWAY TO CS-HALFWAY
014600     MOVE D4-M1-MATCHES TO CS-M1-MATCHES
014700     MOVE D4-M2-MATCHES TO CS-M2-MATCHES
014800     GOBACK.
014900 0000-EXIT.
015000     EXIT.
015100*-----------------------------------------------------------------
015200* 1000-GET-INPUT READS THE LIST A LINE AT A TIME. EACH LINE IS
015300* FILED IN THE TEXT AREA, SPLIT INTO WORDS AND SCORED BEFORE THE
015400* NEXT LINE IS READ. READING STOPS AT THE FIRST LINE THAT FAILS
015500* VALIDATION - THERE IS NO POINT SCORING THE REST OF A LIST
015600* ALREADY BOUND FOR SUSPENSE.
015700*-----------------------------------------------------------------
015800 1000-GET-INPUT SECTION.
015900 1000-START.
016000     MOVE ZERO TO CS-DIGIT-COUNT
016100     MOVE ZERO TO CS-TEXT-LINE-COUNT
016200     MOVE ZERO TO CS-TEXT-CHAR-COUNT
016300     MOVE "N" TO D4-EOF-SW
016400     OPEN INPUT PHRASE-FILE
016500     IF D4-PHRASE-STATUS NOT = "00"
016600         DISPLAY "DAY4 - UNABLE TO OPEN " D4-CURRENT-FILE-NAME
016700             ", STATUS " D4-PHRASE-STATUS
016800         GO TO 1000-EXIT
016900     END-IF
017000     PERFORM 1100-READ-PHRASE-RECORD THRU 1100-EXIT
017100         UNTIL D4-EOF OR D4-INPUT-INVALID
017200     CLOSE PHRASE-FILE.
017300 1000-EXIT.
017400     EXIT.
017500*-----------------------------------------------------------------
017600 1100-READ-PHRASE-RECORD SECTION.
017700 1100-START.
017800     READ PHRASE-FILE
017900         AT END
018000             MOVE "Y" TO D4-EOF-SW
018100         NOT AT END
018200             PERFORM 1110-TAKE-LINE THRU 1110-EXIT
018300     END-READ.
018400 1100-EXIT.
018500     EXIT.
018600*-----------------------------------------------------------------
018700* 1110-TAKE-LINE CHECKS ONE LINE AGAINST THE LIMITS AND THE TEXT
018800* RULES, FILES IT IN THE TEXT AREA FOR THE DRIVER, BREAKS IT INTO
018900* ITS WORDS AND SCORES IT. A LINE OF NOTHING BUT SPACES IS AS
019000* BLANK AS AN EMPTY ONE.
019100*-----------------------------------------------------------------
019200 1110-TAKE-LINE SECTION.
019300 1110-START.
019400     ADD 1 TO D4-LINE-NO
019500     IF CS-TEXT-LINE-COUNT >= D4-LINE-MAX
019600         DISPLAY "DAY4 - MORE THAN " D4-LINE-MAX " LINES IN "
019700             D4-CURRENT-FILE-NAME ", REJECTED"
019800         MOVE "N" TO D4-VALID-SW
019900         MOVE "OV" TO D4-REJ-REASON-CODE
020000         MOVE D4-LINE-NO TO D4-REJ-POS
020100         GO TO 1110-EXIT
020200     END-IF
020300     IF D4-REC-LEN > D4-WIDTH-MAX
020400         DISPLAY "DAY4 - LINE " D4-LINE-NO " OF "
020500             D4-CURRENT-FILE-NAME " LONGER THAN " D4-WIDTH-MAX
020600             " CHARACTERS, REJECTED"
020700         MOVE "N" TO D4-VALID-SW
020800         MOVE "OV" TO D4-REJ-REASON-CODE
020900         MOVE D4-LINE-NO TO D4-REJ-POS
021000         GO TO 1110-EXIT
021100     END-IF
021200     ADD 1 TO CS-TEXT-LINE-COUNT
021300     MOVE D4-REC-LEN TO CS-TEXT-LEN(CS-TEXT-LINE-COUNT)
021400     MOVE SPACES TO CS-TEXT-DATA(CS-TEXT-LINE-COUNT)
021500     IF D4-REC-LEN > ZERO
021600         MOVE PHRASE-RECORD(1:D4-REC-LEN)
021700             TO CS-TEXT-DATA(CS-TEXT-LINE-COUNT)
021800     END-IF
021900     ADD D4-REC-LEN TO CS-TEXT-CHAR-COUNT
022000     IF D4-REC-LEN = ZERO OR PHRASE-RECORD(1:D4-REC-LEN) = SPACES
022100         DISPLAY "DAY4 - BLANK LINE " D4-LINE-NO " IN "
022200             D4-CURRENT-FILE-NAME ", REJECTED"
022300         MOVE "N" TO D4-VALID-SW
022400         MOVE "BL" TO D4-REJ-REASON-CODE
022500         MOVE D4-LINE-NO TO D4-REJ-POS
022600         GO TO 1110-EXIT
022700     END-IF
022800     MOVE ZERO TO D4-WORD-COUNT
022900     PERFORM 1120-TAKE-ONE-CHAR THRU 1120-EXIT
023000         VARYING K FROM 1 BY 1
023100         UNTIL K > D4-REC-LEN OR D4-INPUT-INVALID
023200     IF D4-INPUT-VALID
023300         PERFORM 2000-SCORE-LINE THRU 2000-EXIT
023400     END-IF.
023500 1110-EXIT.
023600     EXIT.
023700*-----------------------------------------------------------------
023800* 1120-TAKE-ONE-CHAR CLASSIFIES ONE CHARACTER OF THE LINE. A SPACE
023900* ENDS THE WORD BEING COLLECTED; A LOWERCASE LETTER EXTENDS IT (OR
024000* STARTS A NEW ONE) AND BUMPS THAT LETTER'S COUNT IN THE WORD'S
024100* SIGNATURE; ANYTHING ELSE - A CAPITAL, A DIGIT, PUNCTUATION, A
024200* TAB - IS AN NL REJECT NAMING THE CHARACTER AND ITS LINE.
024300*-----------------------------------------------------------------
024400 1120-TAKE-ONE-CHAR SECTION.
024500 1120-START.
024600     MOVE PHRASE-RECORD(K:1) TO D4-CHAR
024700     IF D4-CHAR = SPACE
024800         GO TO 1120-EXIT
024900     END-IF
025000     MOVE ZERO TO D4-LX
025100     INSPECT D4-ALPHABET TALLYING D4-LX
025200         FOR CHARACTERS BEFORE INITIAL D4-CHAR
025300     IF D4-LX >= 26
025400         DISPLAY "DAY4 - CHARACTER NOT A LOWERCASE LETTER ON "
025500             "LINE " D4-LINE-NO " OF " D4-CURRENT-FILE-NAME ": '"
025600             D4-CHAR "'"
025700         MOVE "N" TO D4-VALID-SW
025800         MOVE "NL" TO D4-REJ-REASON-CODE
025900         MOVE D4-LINE-NO TO D4-REJ-POS
026000         MOVE D4-CHAR TO D4-REJ-CHAR-FOUND
026100         GO TO 1120-EXIT
026200     END-IF
026300     ADD 1 TO D4-LX
026400     IF K = 1 OR PHRASE-RECORD(K - 1:1) = SPACE
026500         ADD 1 TO D4-WORD-COUNT
026600         MOVE SPACES TO D4-WORD(D4-WORD-COUNT)
026700         MOVE ZERO TO D4-WORD-LEN(D4-WORD-COUNT)
026800         MOVE ZEROS TO D4-WORD-SIG(D4-WORD-COUNT)
026900     END-IF
027000     ADD 1 TO D4-WORD-LEN(D4-WORD-COUNT)
027100     MOVE D4-CHAR
027200         TO D4-WORD(D4-WORD-COUNT)(D4-WORD-LEN(D4-WORD-COUNT):1)
027300     ADD 1 TO D4-SIG-CNT(D4-WORD-COUNT D4-LX).
027400 1120-EXIT.
027500     EXIT.
027600*-----------------------------------------------------------------
027700* 1500-VALIDATE-INPUT REJECTS THE LIST AFTER THE READ IF IT HELD
027800* NO LINES AT ALL. THE BLANK-LINE, BAD-CHARACTER AND OVERLONG
027900* CASES HAVE ALREADY SET THE REJECT FIELDS DURING THE READ AND
028000* ARE LEFT AS THEY STAND.
028100*-----------------------------------------------------------------
028200 1500-VALIDATE-INPUT SECTION.
028300 1500-START.
028400     IF D4-INPUT-INVALID
028500         GO TO 1500-EXIT
028600     END-IF
028700     IF CS-TEXT-LINE-COUNT = ZERO
028800         DISPLAY "DAY4 - NO PASSPHRASES FOUND IN "
028900             D4-CURRENT-FILE-NAME
029000         MOVE "N" TO D4-VALID-SW
029100         MOVE "EM" TO D4-REJ-REASON-CODE
029200     END-IF.
029300 1500-EXIT.
029400     EXIT.
029500*-----------------------------------------------------------------
029600* 2000-SCORE-LINE SCORES ONE PASSPHRASE UNDER BOTH RULES BY
029700* COMPARING EVERY PAIR OF ITS WORDS ONCE. A LINE WITH NO REPEATED
029800* WORD COUNTS TOWARD PART 1, A LINE WITH NO ANAGRAM PAIR TOWARD
029900* PART 2. THE MATCH COUNTS THE DRIVER PROFILES ARE THE LINES THAT
030000* FAILED EACH RULE - THOSE WHERE A MATCHING PAIR WAS FOUND.
030100*-----------------------------------------------------------------
030200 2000-SCORE-LINE SECTION.
030300 2000-START.
030400     MOVE "N" TO D4-REPEAT-SW
030500     MOVE "N" TO D4-ANAGRAM-SW
030600     PERFORM 2100-PAIR-ONE-WORD THRU 2100-EXIT
030700         VARYING I FROM 1 BY 1
030800         UNTIL I >= D4-WORD-COUNT
030900     IF D4-REPEAT-FOUND
031000         ADD 1 TO D4-M1-MATCHES
031100     ELSE
031200         ADD 1 TO ANS
031300     END-IF
031400     IF D4-ANAGRAM-FOUND
031500         ADD 1 TO D4-M2-MATCHES
031600     ELSE
031700         ADD 1 TO ANS-HALFWAY
031800     END-IF.
031900 2000-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------------
032200 2100-PAIR-ONE-WORD SECTION.
032300 2100-START.
032400     ADD 1 TO I GIVING J
032500     PERFORM 2200-COMPARE-TWO-WORDS THRU 2200-EXIT
032600         VARYING J FROM J BY 1
032700         UNTIL J > D4-WORD-COUNT.
032800 2100-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------------
033100* 2200-COMPARE-TWO-WORDS TESTS WORDS I AND J. THE SAME WORD TWICE
033200* IS BOTH A REPEAT AND, TRIVIALLY, AN ANAGRAM PAIR; DIFFERENT
033300* WORDS WITH THE SAME LETTER COUNTS ARE AN ANAGRAM PAIR ONLY.
033400*-----------------------------------------------------------------
033500 2200-COMPARE-TWO-WORDS SECTION.
033600 2200-START.
033700     IF D4-WORD(I) = D4-WORD(J)
033800         MOVE "Y" TO D4-REPEAT-SW
033900     END-IF
034000     IF D4-WORD-SIG(I) = D4-WORD-SIG(J)
034100         MOVE "Y" TO D4-ANAGRAM-SW
034200     END-IF.
034300 2200-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------------
034600 END PROGRAM DAY4.
