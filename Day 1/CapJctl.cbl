000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    JOB-CONTROL LOG AND DATASET LOCKS FOR THE SUITE.
000700*
000800*             EVERY JOB SET ITS OWN CONDITION CODE BUT NOTHING
000900*             RECORDED THE DAY IN ONE PLACE, AND NOTHING STOPPED
001000*             TWO JOBS THAT CONFLICT FROM RUNNING TOGETHER -
001100*             CAPCLOSE REWRITING CAPLEDGR WHILE CAPDRIVE APPENDS
001200*             TO IT, OR CAPRETN PURGING CAPAUDIT WHILE CAPBKOUT
001300*             REPLAYS IT. EVERY JOB NOW CALLS THIS SUBPROGRAM WITH
001400*             THE CAPJOBA COMMAREA ONCE AT START-UP AND ONCE AT
001500*             THE END (SEE THE COPYBOOK FOR THE PROTOCOL).
001600*
001700*             START - THE JOB'S DATASETS ARE CHECKED AGAINST THE
001800*             CAPLOCK LOCK FILE. AN UPDATE LOCK CONFLICTS WITH ANY
001900*             OTHER LOCK ON THE SAME DATASET; READ LOCKS SHARE. IF
002000*             NOTHING CONFLICTS ALL THE LOCKS ARE TAKEN TOGETHER
002100*             AND A START RECORD GOES TO CAPJOBLG. IF ONE DOES, NO
002200*             LOCK IS TAKEN, THE HOLDER IS NAMED ON THE CONSOLE
002300*             AND A REFUSED RECORD GOES TO CAPJOBLG INSTEAD.
002400*
002500*             END - AN END RECORD WITH THE CONDITION AND THE JOB'S
002600*             COUNTS GOES TO CAPJOBLG AND THE JOB'S LOCKS ARE
002700*             RELEASED BY COPYING CAPLOCK THROUGH THE CAPLKWRK
002800*             WORK FILE WITHOUT THEM.
002900*
003000*             A JOB THAT ABENDS NEVER MAKES ITS END CALL, SO ITS
003100*             LOCKS STAY ON CAPLOCK UNTIL CAPUNLCK CLEARS THEM,
003200*             AND THE CAPRUNBK RUN-BOOK SHOWS IT WITH NO END
003300*             RECORD.
003400*
003500*             CAPJOBLG RECORD (300 BYTES):
003600*               COL  1      S START, E END, X REFUSED
003700*               COLS 3-10   PROGRAM
003800*               COLS 12-31  USER ID
003900*               COLS 33-51  STARTED YYYY-MM-DD-HH.MM.SS
004000*               COLS 53-71  ENDED (E AND X)
004100*               COLS 73-74  CONDITION (E AND X)
004200*               COLS 76-    S: DATASET AND MODE PER LOCK, 14 BYTES
004300*                           E: LABEL AND VALUE PER COUNT, 21 BYTES
004400*                           X: THE REASON
004500*
004600*             CAPLOCK RECORD (80 BYTES): DATASET 1-12, MODE 14,
004700*             PROGRAM 16-23, USER ID 25-44, TAKEN 46-64.
004800*
004900* MODIFICATION HISTORY.
005000*   2026-10-15  M00SK  ORIGINAL VERSION.
005100******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. CAPJCTL.
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CAPJOBLG-FILE ASSIGN TO "CAPJOBLG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS JT-CAPJOBLG-STATUS.
006000     SELECT CAPLOCK-FILE ASSIGN TO "CAPLOCK"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS JT-CAPLOCK-STATUS.
006300     SELECT CAPLKWRK-FILE ASSIGN TO "CAPLKWRK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS JT-CAPLKWRK-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CAPJOBLG-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  CAPJOBLG-RECORD                            PIC X(300).
007100 FD  CAPLOCK-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  CAPLOCK-RECORD.
007400     05  LK-DSN                                 PIC X(12).
007500     05  FILLER                                 PIC X(01).
007600     05  LK-MODE                                PIC X(01).
007700     05  FILLER                                 PIC X(01).
007800     05  LK-PROGRAM                             PIC X(08).
007900     05  FILLER                                 PIC X(01).
008000     05  LK-USERID                              PIC X(20).
008100     05  FILLER                                 PIC X(01).
008200     05  LK-TAKEN                               PIC X(19).
008300     05  FILLER                                 PIC X(16).
008400 FD  CAPLKWRK-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CAPLKWRK-RECORD                            PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 77  JT-CAPJOBLG-STATUS                         PIC X(02).
008900 77  JT-CAPLOCK-STATUS                          PIC X(02).
009000 77  JT-CAPLKWRK-STATUS                         PIC X(02).
009100 77  JT-MATCH-SW                                PIC X(01)
009200                                                VALUE "N".
009300     88  JT-NAMES-MATCH                         VALUE "Y".
009400 77  JT-C                                       PIC 9(04) COMP
009500                                                VALUE ZERO.
009600 77  JT-P                                       PIC 9(04) COMP
009700                                                VALUE ZERO.
009800 77  JT-LEN                                     PIC 9(04) COMP
009900                                                VALUE ZERO.
010000 77  JT-RELEASED                                PIC 9(04) COMP
010100                                                VALUE ZERO.
010200 77  JT-NAME-A                                  PIC X(12)
010300                                                VALUE SPACES.
010400 77  JT-NAME-B                                  PIC X(12)
010500                                                VALUE SPACES.
010600 01  JT-RAW-TIMESTAMP                           PIC X(21).
010700 01  JT-STAMP                                   PIC X(19).
010800*-----------------------------------------------------------------
010900* THE CAPJOBLG RECORD, WITH ONE VIEW OF THE DETAIL AREA FOR EACH
011000* RECORD TYPE.
011100*-----------------------------------------------------------------
011200 01  JT-LOG-LINE.
011300     05  JT-LG-TYPE                             PIC X(01).
011400     05  FILLER                                 PIC X(01).
011500     05  JT-LG-PROGRAM                          PIC X(08).
011600     05  FILLER                                 PIC X(01).
011700     05  JT-LG-USERID                           PIC X(20).
011800     05  FILLER                                 PIC X(01).
011900     05  JT-LG-STARTED                          PIC X(19).
012000     05  FILLER                                 PIC X(01).
012100     05  JT-LG-ENDED                            PIC X(19).
012200     05  FILLER                                 PIC X(01).
012300     05  JT-LG-CONDITION                        PIC 9(02).
012400     05  FILLER                                 PIC X(01).
012500     05  JT-LG-DETAIL                           PIC X(225).
012600     05  JT-LG-LOCKS REDEFINES JT-LG-DETAIL.
012700         10  JT-LG-LOCK OCCURS 16 TIMES.
012800             15  JT-LG-LOCK-DSN                 PIC X(12).
012900             15  JT-LG-LOCK-MODE                PIC X(01).
013000             15  FILLER                         PIC X(01).
013100         10  FILLER                             PIC X(01).
013200     05  JT-LG-COUNTS REDEFINES JT-LG-DETAIL.
013300         10  JT-LG-COUNT OCCURS 4 TIMES.
013400             15  JT-LG-COUNT-LABEL              PIC X(10).
013500             15  FILLER                         PIC X(01).
013600             15  JT-LG-COUNT-VALUE              PIC Z(08)9.
013700             15  FILLER                         PIC X(01).
013800         10  FILLER                             PIC X(141).
013900 LINKAGE SECTION.
014000 COPY CAPJOBA.
014100 PROCEDURE DIVISION USING CAPJOB-COMMAREA.
014200 0000-MAIN SECTION.
014300*-----------------------------------------------------------------
014400* ONE CALL IS ONE EVENT IN THE JOB'S LIFE - ITS START OR ITS END.
014500*-----------------------------------------------------------------
014600 0000-MAINLINE.
014700     PERFORM 0900-STAMP-TIME THRU 0900-EXIT
014800     MOVE "0" TO JC-RESULT
014900     IF JC-FN-START
015000         PERFORM 1000-START-JOB THRU 1000-EXIT
015100     ELSE
015200         PERFORM 2000-END-JOB THRU 2000-EXIT
015300     END-IF
015400     GOBACK.
015500 0000-EXIT.
015600     EXIT.
015700*-----------------------------------------------------------------
015800* 0900-STAMP-TIME PUTS THE CURRENT DATE AND TIME IN JT-STAMP IN
015900* THE SUITE'S YYYY-MM-DD-HH.MM.SS FORM.
016000*-----------------------------------------------------------------
016100 0900-STAMP-TIME SECTION.
016200 0900-START.
016300     MOVE FUNCTION CURRENT-DATE TO JT-RAW-TIMESTAMP
016400     MOVE SPACES TO JT-STAMP
016500     STRING JT-RAW-TIMESTAMP(1:4) "-"
016600         JT-RAW-TIMESTAMP(5:2) "-"
016700         JT-RAW-TIMESTAMP(7:2) "-"
016800         JT-RAW-TIMESTAMP(9:2) "."
016900         JT-RAW-TIMESTAMP(11:2) "."
017000         JT-RAW-TIMESTAMP(13:2)
017100         DELIMITED BY SIZE INTO JT-STAMP.
017200 0900-EXIT.
017300     EXIT.
017400*-----------------------------------------------------------------
017500* 1000-START-JOB STAMPS THE JOB, CHECKS ITS DATASETS AGAINST THE
017600* LOCKS ALREADY HELD AND EITHER TAKES THEM ALL OR REFUSES THE RUN.
017700*-----------------------------------------------------------------
017800 1000-START-JOB SECTION.
017900 1000-START.
018000     MOVE JT-STAMP TO JC-STARTED
018100     MOVE SPACES TO JC-ENDED
018200     MOVE ZERO TO JC-CONDITION
018300     MOVE SPACES TO JC-HOLDER
018400     MOVE SPACES TO JC-USERID
018500     ACCEPT JC-USERID FROM ENVIRONMENT "USER"
018600     IF JC-LOCK-COUNT > 16
018700         MOVE 16 TO JC-LOCK-COUNT
018800     END-IF
018900     PERFORM 1100-CHECK-LOCKS THRU 1100-EXIT
019000     IF JC-OK
019100         PERFORM 1300-TAKE-LOCKS THRU 1300-EXIT
019200     END-IF
019300     IF NOT JC-OK
019400         PERFORM 1500-LOG-REFUSAL THRU 1500-EXIT
019500         GO TO 1000-EXIT
019600     END-IF
019700     MOVE SPACES TO JT-LOG-LINE
019800     MOVE "S" TO JT-LG-TYPE
019900     MOVE JC-PROGRAM TO JT-LG-PROGRAM
020000     MOVE JC-USERID TO JT-LG-USERID
020100     MOVE JC-STARTED TO JT-LG-STARTED
020200     MOVE ZERO TO JT-LG-CONDITION
020300     PERFORM 1050-LIST-ONE-LOCK THRU 1050-EXIT
020400         VARYING JT-C FROM 1 BY 1
020500         UNTIL JT-C > JC-LOCK-COUNT
020600     PERFORM 3000-WRITE-LOG THRU 3000-EXIT.
020700 1000-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------------
021000 1050-LIST-ONE-LOCK SECTION.
021100 1050-START.
021200     MOVE JC-LOCK-DSN(JT-C) TO JT-LG-LOCK-DSN(JT-C)
021300     MOVE JC-LOCK-MODE(JT-C) TO JT-LG-LOCK-MODE(JT-C).
021400 1050-EXIT.
021500     EXIT.
021600*-----------------------------------------------------------------
021700* 1100-CHECK-LOCKS READS CAPLOCK FOR A LOCK THAT CONFLICTS WITH
021800* ANY OF THE JOB'S. NO CAPLOCK AT ALL MEANS NOTHING IS HELD.
021900*-----------------------------------------------------------------
022000 1100-CHECK-LOCKS SECTION.
022100 1100-START.
022200     OPEN INPUT CAPLOCK-FILE
022300     IF JT-CAPLOCK-STATUS = "05" OR JT-CAPLOCK-STATUS = "35"
022400         GO TO 1100-EXIT
022500     END-IF
022600     IF JT-CAPLOCK-STATUS NOT = "00"
022700         DISPLAY JC-PROGRAM " - UNABLE TO READ CAPLOCK, STATUS "
022800             JT-CAPLOCK-STATUS " - RUN STOPPED"
022900         MOVE "2" TO JC-RESULT
023000         GO TO 1100-EXIT
023100     END-IF.
023200 1100-READ-LOOP.
023300     READ CAPLOCK-FILE
023400         AT END
023500             GO TO 1100-READS-DONE
023600     END-READ
023700     IF CAPLOCK-RECORD = SPACES
023800         GO TO 1100-READ-LOOP
023900     END-IF
024000     PERFORM 1150-CHECK-ONE-LOCK THRU 1150-EXIT
024100         VARYING JT-C FROM 1 BY 1
024200         UNTIL JT-C > JC-LOCK-COUNT OR JC-LOCKED
024300     IF JC-LOCKED
024400         GO TO 1100-READS-DONE
024500     END-IF
024600     GO TO 1100-READ-LOOP.
024700 1100-READS-DONE.
024800     CLOSE CAPLOCK-FILE.
024900 1100-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------------
025200* 1150-CHECK-ONE-LOCK TESTS THE CAPLOCK ROW IN HAND AGAINST THE
025300* JOB'S LOCK JT-C. READ AGAINST READ SHARES; ANYTHING ELSE ON THE
025400* SAME DATASET CONFLICTS.
025500*-----------------------------------------------------------------
025600 1150-CHECK-ONE-LOCK SECTION.
025700 1150-START.
025800     IF LK-MODE = "R" AND JC-LOCK-READ(JT-C)
025900         GO TO 1150-EXIT
026000     END-IF
026100     MOVE LK-DSN TO JT-NAME-A
026200     MOVE JC-LOCK-DSN(JT-C) TO JT-NAME-B
026300     PERFORM 1200-COMPARE-NAMES THRU 1200-EXIT
026400     IF NOT JT-NAMES-MATCH
026500         GO TO 1150-EXIT
026600     END-IF
026700     MOVE "1" TO JC-RESULT
026800     MOVE LK-DSN TO JC-HELD-DSN
026900     MOVE LK-MODE TO JC-HELD-MODE
027000     MOVE LK-PROGRAM TO JC-HELD-PROGRAM
027100     MOVE LK-USERID TO JC-HELD-USERID
027200     MOVE LK-TAKEN TO JC-HELD-SINCE
027300     DISPLAY JC-PROGRAM " - " JC-LOCK-DSN(JT-C)
027400         " IS LOCKED BY " LK-PROGRAM " (USER " LK-USERID
027500         ", MODE " LK-MODE ", SINCE " LK-TAKEN ")"
027600     DISPLAY JC-PROGRAM " - RUN STOPPED, NOTHING OPENED. IF "
027700         LK-PROGRAM " IS NOT RUNNING, CLEAR ITS LOCKS WITH "
027800         "CAPUNLCK".
027900 1150-EXIT.
028000     EXIT.
028100*-----------------------------------------------------------------
028200* 1200-COMPARE-NAMES SETS JT-NAMES-MATCH IF JT-NAME-A AND
028300* JT-NAME-B NAME THE SAME DATASET. A NAME ENDING IN * MATCHES
028400* EVERY NAME THAT BEGINS WITH WHAT COMES BEFORE THE *.
028500*-----------------------------------------------------------------
028600 1200-COMPARE-NAMES SECTION.
028700 1200-START.
028800     MOVE "N" TO JT-MATCH-SW
028900     MOVE 12 TO JT-LEN
029000     MOVE ZERO TO JT-P
029100     INSPECT JT-NAME-A TALLYING JT-P FOR CHARACTERS
029200         BEFORE INITIAL "*"
029300     IF JT-P < JT-LEN
029400         MOVE JT-P TO JT-LEN
029500     END-IF
029600     MOVE ZERO TO JT-P
029700     INSPECT JT-NAME-B TALLYING JT-P FOR CHARACTERS
029800         BEFORE INITIAL "*"
029900     IF JT-P < JT-LEN
030000         MOVE JT-P TO JT-LEN
030100     END-IF
030200     IF JT-LEN = ZERO
030300         MOVE "Y" TO JT-MATCH-SW
030400         GO TO 1200-EXIT
030500     END-IF
030600     IF JT-NAME-A(1:JT-LEN) = JT-NAME-B(1:JT-LEN)
030700         MOVE "Y" TO JT-MATCH-SW
030800     END-IF.
030900 1200-EXIT.
031000     EXIT.
031100*-----------------------------------------------------------------
031200* 1300-TAKE-LOCKS APPENDS ONE CAPLOCK ROW PER DATASET, ALL UNDER
031300* THE JOB'S START TIME SO 2100-RELEASE-LOCKS CAN FIND THEM AGAIN.
031400*-----------------------------------------------------------------
031500 1300-TAKE-LOCKS SECTION.
031600 1300-START.
031700     IF JC-LOCK-COUNT = ZERO
031800         GO TO 1300-EXIT
031900     END-IF
032000     OPEN EXTEND CAPLOCK-FILE
032100     IF JT-CAPLOCK-STATUS = "05" OR JT-CAPLOCK-STATUS = "35"
032200         OPEN OUTPUT CAPLOCK-FILE
032300     END-IF
032400     IF JT-CAPLOCK-STATUS NOT = "00"
032500         DISPLAY JC-PROGRAM " - UNABLE TO WRITE CAPLOCK, STATUS "
032600             JT-CAPLOCK-STATUS " - RUN STOPPED"
032700         MOVE "2" TO JC-RESULT
032800         GO TO 1300-EXIT
032900     END-IF
033000     PERFORM 1350-TAKE-ONE-LOCK THRU 1350-EXIT
033100         VARYING JT-C FROM 1 BY 1
033200         UNTIL JT-C > JC-LOCK-COUNT
033300     CLOSE CAPLOCK-FILE.
033400 1300-EXIT.
033500     EXIT.
033600*-----------------------------------------------------------------
033700 1350-TAKE-ONE-LOCK SECTION.
033800 1350-START.
033900     MOVE SPACES TO CAPLOCK-RECORD
034000     MOVE JC-LOCK-DSN(JT-C) TO LK-DSN
034100     MOVE JC-LOCK-MODE(JT-C) TO LK-MODE
034200     MOVE JC-PROGRAM TO LK-PROGRAM
034300     MOVE JC-USERID TO LK-USERID
034400     MOVE JC-STARTED TO LK-TAKEN
034500     WRITE CAPLOCK-RECORD.
034600 1350-EXIT.
034700     EXIT.
034800*-----------------------------------------------------------------
034900* 1500-LOG-REFUSAL RECORDS THE RUN THAT NEVER STARTED, WITH
035000* CONDITION 16 AND THE REASON, SO THE RUN-BOOK SHOWS WHY.
035100*-----------------------------------------------------------------
035200 1500-LOG-REFUSAL SECTION.
035300 1500-START.
035400     MOVE 16 TO JC-CONDITION
035500     MOVE JT-STAMP TO JC-ENDED
035600     MOVE SPACES TO JT-LOG-LINE
035700     MOVE "X" TO JT-LG-TYPE
035800     MOVE JC-PROGRAM TO JT-LG-PROGRAM
035900     MOVE JC-USERID TO JT-LG-USERID
036000     MOVE JC-STARTED TO JT-LG-STARTED
036100     MOVE JC-ENDED TO JT-LG-ENDED
036200     MOVE JC-CONDITION TO JT-LG-CONDITION
036300     IF JC-LOCKED
036400         STRING "LOCKED OUT - " DELIMITED BY SIZE
036500             JC-HELD-DSN DELIMITED BY SPACE
036600             " HELD BY " DELIMITED BY SIZE
036700             JC-HELD-PROGRAM DELIMITED BY SPACE
036800             " SINCE " DELIMITED BY SIZE
036900             JC-HELD-SINCE DELIMITED BY SIZE
037000             INTO JT-LG-DETAIL
037100     ELSE
037200         STRING "CAPLOCK UNAVAILABLE, STATUS " DELIMITED BY SIZE
037300             JT-CAPLOCK-STATUS DELIMITED BY SIZE
037400             INTO JT-LG-DETAIL
037500     END-IF
037600     PERFORM 3000-WRITE-LOG THRU 3000-EXIT.
037700 1500-EXIT.
037800     EXIT.
037900*-----------------------------------------------------------------
038000* 2000-END-JOB WRITES THE END RECORD AND RELEASES THE LOCKS.
038100*-----------------------------------------------------------------
038200 2000-END-JOB SECTION.
038300 2000-START.
038400     MOVE JT-STAMP TO JC-ENDED
038500     MOVE SPACES TO JT-LOG-LINE
038600     MOVE "E" TO JT-LG-TYPE
038700     MOVE JC-PROGRAM TO JT-LG-PROGRAM
038800     MOVE JC-USERID TO JT-LG-USERID
038900     MOVE JC-STARTED TO JT-LG-STARTED
039000     MOVE JC-ENDED TO JT-LG-ENDED
039100     MOVE JC-CONDITION TO JT-LG-CONDITION
039200     PERFORM 2050-LIST-ONE-COUNT THRU 2050-EXIT
039300         VARYING JT-C FROM 1 BY 1
039400         UNTIL JT-C > 4
039500     PERFORM 3000-WRITE-LOG THRU 3000-EXIT
039600     IF JC-LOCK-COUNT > ZERO
039700         PERFORM 2100-RELEASE-LOCKS THRU 2100-EXIT
039800     END-IF.
039900 2000-EXIT.
040000     EXIT.
040100*-----------------------------------------------------------------
040200 2050-LIST-ONE-COUNT SECTION.
040300 2050-START.
040400     IF JC-COUNT-LABEL(JT-C) = SPACES
040500         GO TO 2050-EXIT
040600     END-IF
040700     MOVE JC-COUNT-LABEL(JT-C) TO JT-LG-COUNT-LABEL(JT-C)
040800     MOVE JC-COUNT-VALUE(JT-C) TO JT-LG-COUNT-VALUE(JT-C).
040900 2050-EXIT.
041000     EXIT.
041100*-----------------------------------------------------------------
041200* 2100-RELEASE-LOCKS COPIES CAPLOCK TO CAPLKWRK LEAVING OUT THE
041300* ROWS THIS JOB TOOK (ITS PROGRAM AND START TIME), THEN COPIES THE
041400* WORK FILE BACK - THE SAME COPY-BACK CAPRETN USES ON THE TRAIL.
041500*-----------------------------------------------------------------
041600 2100-RELEASE-LOCKS SECTION.
041700 2100-START.
041800     MOVE ZERO TO JT-RELEASED
041900     OPEN INPUT CAPLOCK-FILE
042000     IF JT-CAPLOCK-STATUS NOT = "00"
042100         DISPLAY JC-PROGRAM " - UNABLE TO READ CAPLOCK, STATUS "
042200             JT-CAPLOCK-STATUS " - LOCKS NOT RELEASED, CLEAR "
042300             "THEM WITH CAPUNLCK"
042400         GO TO 2100-EXIT
042500     END-IF
042600     OPEN OUTPUT CAPLKWRK-FILE
042700     IF JT-CAPLKWRK-STATUS NOT = "00"
042800         DISPLAY JC-PROGRAM " - UNABLE TO OPEN CAPLKWRK, STATUS "
042900             JT-CAPLKWRK-STATUS " - LOCKS NOT RELEASED, CLEAR "
043000             "THEM WITH CAPUNLCK"
043100         CLOSE CAPLOCK-FILE
043200         GO TO 2100-EXIT
043300     END-IF.
043400 2100-COPY-OUT.
043500     READ CAPLOCK-FILE
043600         AT END
043700             GO TO 2100-COPY-OUT-DONE
043800     END-READ
043900     IF LK-PROGRAM = JC-PROGRAM AND LK-TAKEN = JC-STARTED
044000         ADD 1 TO JT-RELEASED
044100         GO TO 2100-COPY-OUT
044200     END-IF
044300     WRITE CAPLKWRK-RECORD FROM CAPLOCK-RECORD
044400     GO TO 2100-COPY-OUT.
044500 2100-COPY-OUT-DONE.
044600     CLOSE CAPLOCK-FILE
044700     CLOSE CAPLKWRK-FILE
044800     OPEN INPUT CAPLKWRK-FILE
044900     OPEN OUTPUT CAPLOCK-FILE
045000     IF JT-CAPLKWRK-STATUS NOT = "00"
045100             OR JT-CAPLOCK-STATUS NOT = "00"
045200         DISPLAY JC-PROGRAM " - CAPLOCK REWRITE FAILED, STATUS "
045300             JT-CAPLOCK-STATUS "/" JT-CAPLKWRK-STATUS
045400             " - THE REMAINING LOCKS ARE ON CAPLKWRK"
045500         GO TO 2100-EXIT
045600     END-IF.
045700 2100-COPY-BACK.
045800     READ CAPLKWRK-FILE
045900         AT END
046000             GO TO 2100-COPY-BACK-DONE
046100     END-READ
046200     WRITE CAPLOCK-RECORD FROM CAPLKWRK-RECORD
046300     GO TO 2100-COPY-BACK.
046400 2100-COPY-BACK-DONE.
046500     CLOSE CAPLKWRK-FILE
046600     CLOSE CAPLOCK-FILE
046700     IF JT-RELEASED NOT = JC-LOCK-COUNT
046800         DISPLAY JC-PROGRAM " - " JT-RELEASED " OF " JC-LOCK-COUNT
046900             " LOCKS FOUND TO RELEASE - CAPLOCK WAS CLEARED "
047000             "WHILE THE JOB RAN"
047100     END-IF.
047200 2100-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------------
047500* 3000-WRITE-LOG APPENDS JT-LOG-LINE TO CAPJOBLG. A JOB LOG THAT
047600* CANNOT BE WRITTEN IS REPORTED BUT DOES NOT STOP THE JOB - THE
047700* LOCKS, NOT THE LOG, ARE WHAT KEEP CONFLICTING JOBS APART.
047800*-----------------------------------------------------------------
047900 3000-WRITE-LOG SECTION.
048000 3000-START.
048100     OPEN EXTEND CAPJOBLG-FILE
048200     IF JT-CAPJOBLG-STATUS = "05" OR JT-CAPJOBLG-STATUS = "35"
048300         OPEN OUTPUT CAPJOBLG-FILE
048400     END-IF
048500     IF JT-CAPJOBLG-STATUS NOT = "00"
048600         DISPLAY JC-PROGRAM " - UNABLE TO OPEN CAPJOBLG, STATUS "
048700             JT-CAPJOBLG-STATUS " - " JT-LG-TYPE
048800             " RECORD NOT LOGGED"
048900         GO TO 3000-EXIT
049000     END-IF
049100     WRITE CAPJOBLG-RECORD FROM JT-LOG-LINE
049200     CLOSE CAPJOBLG-FILE.
049300 3000-EXIT.
049400     EXIT.
049500*-----------------------------------------------------------------
049600 END PROGRAM CAPJCTL.
