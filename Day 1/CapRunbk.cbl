000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    DAILY RUN-BOOK FROM THE CAPJOBLG JOB LOG.
000700*
000800*             EVERY JOB IN THE SUITE LOGS ITS START AND END ON
000900*             CAPJOBLG THROUGH CAPJCTL, AND A RUN REFUSED FOR A
001000*             LOCKED DATASET LOGS THAT INSTEAD. THIS JOB READS THE
001100*             LOG FOR ONE DAY AND PRINTS THE CAPRBRPT RUN-BOOK:
001200*
001300*               - EVERY JOB STARTED THAT DAY, IN THE ORDER IT
001400*                 STARTED, WITH ITS USER, START AND END TIMES,
001500*                 ELAPSED TIME, CONDITION AND KEY COUNTS.
001600*               - A START WITH NO END RECORD - THE JOB ABENDED,
001700*                 OR IS STILL RUNNING. ITS LOCKS ARE STILL HELD;
001800*                 CAPUNLCK CLEARS THEM ONCE IT IS KNOWN TO BE
001900*                 DOWN.
002000*               - A RUN REFUSED BECAUSE ANOTHER JOB HELD ONE OF
002100*                 ITS DATASETS, WITH THE HOLDER.
002200*               - EVERY JOB ON THE EXPECTED LIST THAT NEVER RAN.
002300*
002400*             THE EXPECTED LIST IS THE CAPRBJOB FILE, ONE PROGRAM
002500*             NAME PER LINE IN COLUMNS 1-8. WITHOUT ONE, THE DAILY
002600*             JOBS ARE EXPECTED - CAPSTAGE, CAPDRIVE, CAPCHECK,
002700*             CAPVERIF AND CAPACKM.
002800*
002900*             THE DAY IS TODAY UNLESS THE CAPRBDATE SETTING
003000*             (YYYY-MM-DD) NAMES ANOTHER; A JOB BELONGS TO THE DAY
003100*             IT STARTED ON. THE REPORT IS A GENERATION,
003200*             CAPRBRPT.YYYYMMDD, RECORDED ON THE CAPRPIDX INDEX.
003210*             THIS JOB LOGS ITS OWN RUN ON CAPJOBLG LIKE ANY
003220*             OTHER, AND LEAVES THAT RUN OFF THE RUN-BOOK IT IS
003230*             PRINTING - IT HAS NOT ENDED YET.
003300*
003400*             CONDITIONS: 0 EVERY JOB RAN AND ENDED BELOW 8, 4 A
003500*             JOB FAILED, NEVER ENDED, WAS LOCKED OUT OR NEVER
003600*             RAN, 8 CAPJOBLG OR OUTPUT FILE TROUBLE, 16 A TABLE
003610*             FULL - THE RUN-BOOK IS ABANDONED - OR A DATASET
003620*             LOCKED BY ANOTHER JOB.
003800*
003900* MODIFICATION HISTORY.
004000*   2026-10-15  M00SK  ORIGINAL VERSION.
004010*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
004020*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
004030*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
004040*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
004050*                      THE RUN'S OWN START RECORD IS SKIPPED.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. CAPRUNBK.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CAPJOBLG-FILE ASSIGN TO "CAPJOBLG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RB-CAPJOBLG-STATUS.
005000     SELECT CAPRBJOB-FILE ASSIGN TO "CAPRBJOB"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RB-CAPRBJOB-STATUS.
005300     SELECT CAPRBRPT-FILE ASSIGN DYNAMIC RB-CAPRBRPT-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RB-CAPRBRPT-STATUS.
005600     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS RB-CAPRPIDX-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CAPJOBLG-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  CAPJOBLG-RECORD                            PIC X(300).
006400 FD  CAPRBJOB-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  CAPRBJOB-RECORD.
006700     05  RJ-PROGRAM                             PIC X(08).
006800     05  FILLER                                 PIC X(72).
006900 FD  CAPRBRPT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  CAPRBRPT-RECORD.
007200     05  CAPRBRPT-CTRL                          PIC X(01).
007300     05  CAPRBRPT-LINE                          PIC X(132).
007400 FD  CAPRPIDX-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  CAPRPIDX-RECORD                            PIC X(43).
007700 WORKING-STORAGE SECTION.
007800 77  RB-CAPJOBLG-STATUS                         PIC X(02).
007900 77  RB-CAPRBJOB-STATUS                         PIC X(02).
008000 77  RB-CAPRBRPT-STATUS                         PIC X(02).
008100 77  RB-CAPRPIDX-STATUS                         PIC X(02).
008200 77  RB-CAPRBRPT-NAME                           PIC X(80)
008300                                                VALUE "CAPRBRPT".
008400 77  RB-OVERRIDE-X                              PIC X(10)
008500                                                VALUE SPACES.
008600 77  RB-FULL-TABLE                              PIC X(10)
008700                                                VALUE SPACES.
008800 77  RB-LOG-EOF-SW                              PIC X(01)
008900                                                VALUE "N".
009000     88  RB-LOG-EOF                             VALUE "Y".
009100 77  RB-JOB-EOF-SW                              PIC X(01)
009200                                                VALUE "N".
009300     88  RB-JOB-EOF                             VALUE "Y".
009400 77  RB-SLOT-SW                                 PIC X(01)
009500                                                VALUE "N".
009600     88  RB-SLOT-FOUND                          VALUE "Y".
009700 77  RB-ABANDON-SW                              PIC X(01)
009800                                                VALUE "N".
009900     88  RB-ABANDONED                           VALUE "Y".
010000 77  RB-RX                                      PIC 9(04) COMP
010100                                                VALUE ZERO.
010200 77  RB-JX                                      PIC 9(04) COMP
010300                                                VALUE ZERO.
010400 77  RB-EX                                      PIC 9(04) COMP
010500                                                VALUE ZERO.
010600 77  RB-LOG-READ                                PIC 9(08)
010700                                                VALUE ZERO.
010800 77  RB-JOBS-STARTED                            PIC 9(04)
010900                                                VALUE ZERO.
011000 77  RB-JOBS-COMPLETED                          PIC 9(04)
011100                                                VALUE ZERO.
011200 77  RB-JOBS-FAILED                             PIC 9(04)
011300                                                VALUE ZERO.
011400 77  RB-JOBS-NO-END                             PIC 9(04)
011500                                                VALUE ZERO.
011600 77  RB-JOBS-REFUSED                            PIC 9(04)
011700                                                VALUE ZERO.
011800 77  RB-JOBS-NEVER-RAN                          PIC 9(04)
011900                                                VALUE ZERO.
012000 77  RB-START-SECS                              PIC 9(06)
012100                                                VALUE ZERO.
012200 77  RB-END-SECS                                PIC 9(06)
012300                                                VALUE ZERO.
012400 77  RB-ELAPSED-SECS                            PIC 9(06)
012500                                                VALUE ZERO.
012600 77  RB-REM                                     PIC 9(06)
012700                                                VALUE ZERO.
012800 77  RB-HH                                      PIC 9(02)
012900                                                VALUE ZERO.
013000 77  RB-MM                                      PIC 9(02)
013100                                                VALUE ZERO.
013200 77  RB-SS                                      PIC 9(02)
013300                                                VALUE ZERO.
013400 77  RB-STAMP                                   PIC X(19)
013500                                                VALUE SPACES.
013600 77  RB-RUN-RC                                  PIC 9(02)
013700                                                VALUE ZERO.
013800 77  RB-NEW-RC                                  PIC 9(02)
013900                                                VALUE ZERO.
014000 77  RB-RUN-DATE-YYYYMMDD                       PIC 9(08)
014100                                                VALUE ZERO.
014200 77  RB-RUN-MMDD                                PIC 9(04)
014300                                                VALUE ZERO.
014400 77  RB-COUNT-ED                                PIC Z(03)9.
014500 01  RB-RUN-DATE-X.
014600     05  RB-RUN-YYYY                            PIC 9(04).
014700     05  FILLER                                 PIC X(01)
014800                                                VALUE "-".
014900     05  RB-RUN-MM                              PIC 9(02).
015000     05  FILLER                                 PIC X(01)
015100                                                VALUE "-".
015200     05  RB-RUN-DD                              PIC 9(02).
015300*-----------------------------------------------------------------
015400* THE CAPJOBLG RECORD AS CAPJCTL WRITES IT - SEE CAPJCTL FOR THE
015500* LAYOUT. THE DETAIL AREA IS THE LOCK LIST ON A START RECORD, THE
015600* LABELLED COUNTS ON AN END RECORD AND THE REASON ON A REFUSAL.
015700*-----------------------------------------------------------------
015800 01  RB-LOG-LINE.
015900     05  RB-LG-TYPE                             PIC X(01).
016000         88  RB-LG-START                        VALUE "S".
016100         88  RB-LG-END                          VALUE "E".
016200         88  RB-LG-REFUSED                      VALUE "X".
016300     05  FILLER                                 PIC X(01).
016400     05  RB-LG-PROGRAM                          PIC X(08).
016500     05  FILLER                                 PIC X(01).
016600     05  RB-LG-USERID                           PIC X(20).
016700     05  FILLER                                 PIC X(01).
016800     05  RB-LG-STARTED.
016900         10  RB-LG-START-DATE                   PIC X(10).
017000         10  FILLER                             PIC X(09).
017100     05  FILLER                                 PIC X(01).
017200     05  RB-LG-ENDED                            PIC X(19).
017300     05  FILLER                                 PIC X(01).
017400     05  RB-LG-CONDITION                        PIC X(02).
017500     05  FILLER                                 PIC X(01).
017600     05  RB-LG-DETAIL                           PIC X(225).
017700*-----------------------------------------------------------------
017800* ONE ENTRY PER RUN OF THE DAY, IN THE ORDER THE RUNS STARTED. THE
017900* STATE IS S WHILE ONLY THE START HAS BEEN SEEN, E ONCE THE END
018000* RECORD HAS BEEN MATCHED TO IT, X FOR A REFUSED RUN.
018100*-----------------------------------------------------------------
018200 01  RB-RUN-TABLE.
018300     05  RB-RUN-COUNT                           PIC 9(04) COMP
018400                                                VALUE ZERO.
018500     05  RB-RUN-ENTRY OCCURS 500 TIMES.
018600         10  RB-RN-STATE                        PIC X(01).
018700             88  RB-RN-STARTED-ONLY             VALUE "S".
018800             88  RB-RN-COMPLETE                 VALUE "E".
018900             88  RB-RN-REFUSED                  VALUE "X".
019000         10  RB-RN-PROGRAM                      PIC X(08).
019100         10  RB-RN-USERID                       PIC X(20).
019200         10  RB-RN-STARTED                      PIC X(19).
019300         10  RB-RN-ENDED                        PIC X(19).
019400         10  RB-RN-CONDITION                    PIC X(02).
019500         10  RB-RN-DETAIL                       PIC X(84).
019600*-----------------------------------------------------------------
019700* THE JOBS EXPECTED TO RUN EVERY DAY. THE STATE IS N UNTIL A RUN
019800* OF THE JOB IS FOUND - R IF ONE STARTED, X IF IT WAS ONLY EVER
019900* REFUSED.
020000*-----------------------------------------------------------------
020100 01  RB-EXP-TABLE.
020200     05  RB-EXP-COUNT                           PIC 9(04) COMP
020300                                                VALUE ZERO.
020400     05  RB-EXP-ENTRY OCCURS 50 TIMES.
020500         10  RB-EX-PROGRAM                      PIC X(08).
020600         10  RB-EX-STATE                        PIC X(01).
020700             88  RB-EX-NOT-SEEN                 VALUE "N".
020800             88  RB-EX-RAN                      VALUE "R".
020900             88  RB-EX-REFUSED                  VALUE "X".
021000 01  RB-HEAD-LINE-1.
021100     05  FILLER                                 PIC X(05)
021200                                                VALUE "SEQ".
021300     05  FILLER                                 PIC X(10)
021400                                                VALUE "PROGRAM".
021500     05  FILLER                                 PIC X(12)
021600                                                VALUE "USER".
021700     05  FILLER                                 PIC X(10)
021800                                                VALUE "STARTED".
021900     05  FILLER                                 PIC X(12)
022000                                                VALUE "ENDED".
022100     05  FILLER                                 PIC X(10)
022200                                                VALUE "ELAPSED".
022300     05  FILLER                                 PIC X(04)
022400                                                VALUE "CC".
022500     05  FILLER                                 PIC X(69)
022600                                                VALUE "OUTCOME".
022700 01  RB-HEAD-LINE-2.
022800     05  FILLER                                 PIC X(05)
022900                                                VALUE "---".
023000     05  FILLER                                 PIC X(10)
023100                                                VALUE "--------".
023200     05  FILLER                                 PIC X(12)
023300                                               VALUE "----------".
023400     05  FILLER                                 PIC X(10)
023500                                                VALUE "--------".
023600     05  FILLER                                 PIC X(12)
023700                                               VALUE "----------".
023800     05  FILLER                                 PIC X(10)
023900                                                VALUE "--------".
024000     05  FILLER                                 PIC X(04)
024100                                                VALUE "--".
024200     05  FILLER                                 PIC X(69)
024300                VALUE "----------------------------------------".
024400 01  RB-DETAIL-LINE.
024500     05  RB-DL-SEQ                              PIC ZZ9.
024600     05  FILLER                                 PIC X(02)
024700                                                VALUE SPACES.
024800     05  RB-DL-PROGRAM                          PIC X(08).
024900     05  FILLER                                 PIC X(02)
025000                                                VALUE SPACES.
025100     05  RB-DL-USERID                           PIC X(10).
025200     05  FILLER                                 PIC X(02)
025300                                                VALUE SPACES.
025400     05  RB-DL-STARTED                          PIC X(08).
025500     05  FILLER                                 PIC X(02)
025600                                                VALUE SPACES.
025700     05  RB-DL-ENDED                            PIC X(08).
025800     05  RB-DL-NEXT-DAY                         PIC X(02).
025900     05  FILLER                                 PIC X(02)
026000                                                VALUE SPACES.
026100     05  RB-DL-ELAPSED.
026200         10  RB-DL-EL-HH                        PIC 9(02).
026300         10  RB-DL-EL-SEP-1                     PIC X(01).
026400         10  RB-DL-EL-MM                        PIC 9(02).
026500         10  RB-DL-EL-SEP-2                     PIC X(01).
026600         10  RB-DL-EL-SS                        PIC 9(02).
026700     05  RB-DL-ELAPSED-X REDEFINES RB-DL-ELAPSED
026800                                                PIC X(08).
026900     05  FILLER                                 PIC X(02)
027000                                                VALUE SPACES.
027100     05  RB-DL-COND                             PIC X(02).
027200     05  FILLER                                 PIC X(02)
027300                                                VALUE SPACES.
027400     05  RB-DL-OUTCOME                          PIC X(69).
027500*-----------------------------------------------------------------
027600* THE COUNTS A JOB LOGGED AT ITS END, PRINTED UNDER ITS LINE AS
027700* CAPJCTL WROTE THEM - UP TO FOUR LABELS, EACH WITH ITS VALUE.
027800*-----------------------------------------------------------------
027900 01  RB-COUNTS-LINE.
028000     05  FILLER                                 PIC X(48)
028100                                                VALUE SPACES.
028200     05  RB-CL-COUNTS                           PIC X(84).
028300 01  RB-RPIDX-LINE.
028400     05  RB-RX-NAME                             PIC X(20).
028500     05  FILLER                                 PIC X(01)
028600                                                VALUE SPACE.
028700     05  RB-RX-TYPE                             PIC X(08).
028800     05  FILLER                                 PIC X(01)
028900                                                VALUE SPACE.
029000     05  RB-RX-DATE                             PIC X(10).
029100     05  FILLER                                 PIC X(01)
029200                                                VALUE SPACE.
029300     05  RB-RX-RC                               PIC 9(02).
029310*-----------------------------------------------------------------
029320* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
029330* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
029340*-----------------------------------------------------------------
029350 COPY CAPJOBA.
029400 PROCEDURE DIVISION.
029500 0000-MAIN SECTION.
029600*-----------------------------------------------------------------
029700* THE EXPECTED LIST IS LOADED BEFORE THE LOG IS READ SO EACH RUN
029800* FOUND CAN BE TICKED OFF AGAINST IT AS THE RUN-BOOK IS PRINTED.
029900*-----------------------------------------------------------------
030000 0000-MAINLINE.
030100     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
030110     PERFORM 0800-JOB-START THRU 0800-EXIT
030120     IF JC-REFUSED
030130         MOVE 16 TO RETURN-CODE
030140         STOP RUN
030150     END-IF
030200     OPEN OUTPUT CAPRBRPT-FILE
030300     IF RB-CAPRBRPT-STATUS NOT = "00"
030400         DISPLAY "CAPRUNBK - UNABLE TO OPEN "
030500             RB-CAPRBRPT-NAME(1:20)
030600             ", STATUS " RB-CAPRBRPT-STATUS
030700         MOVE 8 TO RETURN-CODE
030710         PERFORM 0890-JOB-END THRU 0890-EXIT
030800         STOP RUN
030900     END-IF
031000     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
031100     PERFORM 0960-LOAD-EXPECTED THRU 0960-EXIT
031200     IF NOT RB-ABANDONED
031300         PERFORM 1000-SCAN-LOG THRU 1000-EXIT
031400     END-IF
031500     IF NOT RB-ABANDONED
031600         PERFORM 2000-PRINT-RUNS THRU 2000-EXIT
031700         PERFORM 3000-PRINT-NEVER-RAN THRU 3000-EXIT
031800         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
031900     END-IF
032000     PERFORM 7900-PRINT-FOOTER THRU 7900-EXIT
032100     CLOSE CAPRBRPT-FILE
032200     PERFORM 8000-WRITE-REPORT-INDEX THRU 8000-EXIT
032300     DISPLAY "CAPRUNBK - " RB-RUN-DATE-X " RUN-BOOK, "
032400         RB-JOBS-STARTED " JOB(S) STARTED, " RB-JOBS-NEVER-RAN
032500         " EXPECTED JOB(S) NEVER RAN, CONDITION " RB-RUN-RC
032600     MOVE RB-RUN-RC TO RETURN-CODE
032610     PERFORM 0890-JOB-END THRU 0890-EXIT
032700     STOP RUN.
032800 0000-EXIT.
032802     EXIT.
032804*-----------------------------------------------------------------
032806* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
032808* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
032810* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
032812* JC-STARTED COMES BACK WITH THE START STAMP 1050-READ-ONE-RECORD
032814* SKIPS.
032816*-----------------------------------------------------------------
032818 0800-JOB-START SECTION.
032820 0800-START.
032822     MOVE SPACES TO CAPJOB-COMMAREA
032824     MOVE "S" TO JC-FUNCTION
032826     MOVE "CAPRUNBK" TO JC-PROGRAM
032828     MOVE 3 TO JC-LOCK-COUNT
032830     MOVE "CAPJOBLG" TO JC-LOCK-DSN(1)
032832     MOVE "R" TO JC-LOCK-MODE(1)
032834     MOVE "CAPRBJOB" TO JC-LOCK-DSN(2)
032836     MOVE "R" TO JC-LOCK-MODE(2)
032838     MOVE "CAPRPIDX" TO JC-LOCK-DSN(3)
032840     MOVE "U" TO JC-LOCK-MODE(3)
032842     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
032844 0800-EXIT.
032846     EXIT.
032848*-----------------------------------------------------------------
032850* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
032852* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
032854* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
032856*-----------------------------------------------------------------
032858 0890-JOB-END SECTION.
032860 0890-START.
032862     MOVE RETURN-CODE TO JC-CONDITION
032864     MOVE "E" TO JC-FUNCTION
032866     MOVE "LOG READ" TO JC-COUNT-LABEL(1)
032868     MOVE RB-LOG-READ TO JC-COUNT-VALUE(1)
032870     MOVE "STARTED" TO JC-COUNT-LABEL(2)
032872     MOVE RB-JOBS-STARTED TO JC-COUNT-VALUE(2)
032874     MOVE "NEVER RAN" TO JC-COUNT-LABEL(3)
032876     MOVE RB-JOBS-NEVER-RAN TO JC-COUNT-VALUE(3)
032878     CALL "CAPJCTL" USING CAPJOB-COMMAREA
032880     MOVE JC-CONDITION TO RETURN-CODE.
032882 0890-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------------
033100* 0900-GET-RUN-DATE SETTLES THE DAY - TODAY, OR CAPRBDATE IF IT
033200* NAMES ANOTHER (YYYY-MM-DD) - AND THE GENERATION NAME.
033300*-----------------------------------------------------------------
033400 0900-GET-RUN-DATE SECTION.
033500 0900-START.
033600     ACCEPT RB-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
033700     DIVIDE RB-RUN-DATE-YYYYMMDD BY 10000
033800         GIVING RB-RUN-YYYY
033900         REMAINDER RB-RUN-MMDD
034000     DIVIDE RB-RUN-MMDD BY 100
034100         GIVING RB-RUN-MM
034200         REMAINDER RB-RUN-DD
034300     MOVE SPACES TO RB-OVERRIDE-X
034400     ACCEPT RB-OVERRIDE-X FROM ENVIRONMENT "CAPRBDATE"
034500     IF RB-OVERRIDE-X NOT = SPACES
034600         IF RB-OVERRIDE-X(1:4) NUMERIC
034700                 AND RB-OVERRIDE-X(5:1) = "-"
034800                 AND RB-OVERRIDE-X(6:2) NUMERIC
034900                 AND RB-OVERRIDE-X(8:1) = "-"
035000                 AND RB-OVERRIDE-X(9:2) NUMERIC
035100             MOVE RB-OVERRIDE-X(1:4) TO RB-RUN-YYYY
035200             MOVE RB-OVERRIDE-X(6:2) TO RB-RUN-MM
035300             MOVE RB-OVERRIDE-X(9:2) TO RB-RUN-DD
035400             COMPUTE RB-RUN-DATE-YYYYMMDD =
035500                 RB-RUN-YYYY * 10000 + RB-RUN-MM * 100
035600                 + RB-RUN-DD
035700         ELSE
035800             DISPLAY "CAPRUNBK - CAPRBDATE '" RB-OVERRIDE-X
035900                 "' IS NOT YYYY-MM-DD, USING TODAY"
036000         END-IF
036100     END-IF
036200     MOVE SPACES TO RB-CAPRBRPT-NAME
036300     STRING "CAPRBRPT." DELIMITED BY SIZE
036400         RB-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
036500         INTO RB-CAPRBRPT-NAME.
036600 0900-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900 0950-PRINT-REPORT-HEADER SECTION.
037000 0950-START.
037100     MOVE "1" TO CAPRBRPT-CTRL
037200     MOVE SPACES TO CAPRBRPT-LINE
037300     STRING "CAPRUNBK - DAILY RUN-BOOK FROM THE CAPJOBLG JOB LOG"
037400         DELIMITED BY SIZE INTO CAPRBRPT-LINE
037500     WRITE CAPRBRPT-RECORD
037600     MOVE " " TO CAPRBRPT-CTRL
037700     MOVE SPACES TO CAPRBRPT-LINE
037800     STRING "RUN DATE.......... " DELIMITED BY SIZE
037900         RB-RUN-DATE-X DELIMITED BY SIZE
038000         INTO CAPRBRPT-LINE
038100     WRITE CAPRBRPT-RECORD
038200     MOVE SPACES TO CAPRBRPT-LINE
038300     WRITE CAPRBRPT-RECORD.
038400 0950-EXIT.
038500     EXIT.
038600*-----------------------------------------------------------------
038700* 0960-LOAD-EXPECTED LOADS THE EXPECTED LIST FROM CAPRBJOB, OR THE
038800* DAILY JOBS IF THERE IS NO CAPRBJOB. BLANK LINES AND LINES WITH *
038900* IN COLUMN 1 ARE SKIPPED.
039000*-----------------------------------------------------------------
039100 0960-LOAD-EXPECTED SECTION.
039200 0960-START.
039300     MOVE ZERO TO RB-EXP-COUNT
039400     OPEN INPUT CAPRBJOB-FILE
039500     IF RB-CAPRBJOB-STATUS = "05" OR RB-CAPRBJOB-STATUS = "35"
039600         GO TO 0960-DEFAULT
039700     END-IF
039800     IF RB-CAPRBJOB-STATUS NOT = "00"
039900         DISPLAY "CAPRUNBK - UNABLE TO OPEN CAPRBJOB, STATUS "
040000             RB-CAPRBJOB-STATUS " - THE DAILY JOBS ARE EXPECTED"
040100         MOVE 4 TO RB-NEW-RC
040200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
040300         GO TO 0960-DEFAULT
040400     END-IF
040500     MOVE "N" TO RB-JOB-EOF-SW
040600     PERFORM 0970-LOAD-ONE-JOB THRU 0970-EXIT
040700         UNTIL RB-JOB-EOF OR RB-ABANDONED
040800     CLOSE CAPRBJOB-FILE
040900     GO TO 0960-EXIT.
041000 0960-DEFAULT.
041100     MOVE 5 TO RB-EXP-COUNT
041200     MOVE "CAPSTAGE" TO RB-EX-PROGRAM(1)
041300     MOVE "CAPDRIVE" TO RB-EX-PROGRAM(2)
041400     MOVE "CAPCHECK" TO RB-EX-PROGRAM(3)
041500     MOVE "CAPVERIF" TO RB-EX-PROGRAM(4)
041600     MOVE "CAPACKM" TO RB-EX-PROGRAM(5)
041700     PERFORM 0980-CLEAR-ONE-STATE THRU 0980-EXIT
041800         VARYING RB-EX FROM 1 BY 1
041900         UNTIL RB-EX > RB-EXP-COUNT.
042000 0960-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------------
042300 0970-LOAD-ONE-JOB SECTION.
042400 0970-START.
042500     READ CAPRBJOB-FILE
042600         AT END
042700             MOVE "Y" TO RB-JOB-EOF-SW
042800             GO TO 0970-EXIT
042900     END-READ
043000     IF RJ-PROGRAM = SPACES OR RJ-PROGRAM(1:1) = "*"
043100         GO TO 0970-EXIT
043200     END-IF
043300     IF RB-EXP-COUNT >= 50
043400         MOVE "EXPECTED" TO RB-FULL-TABLE
043500         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
043600         GO TO 0970-EXIT
043700     END-IF
043800     ADD 1 TO RB-EXP-COUNT
043900     MOVE RJ-PROGRAM TO RB-EX-PROGRAM(RB-EXP-COUNT)
044000     MOVE "N" TO RB-EX-STATE(RB-EXP-COUNT).
044100 0970-EXIT.
044200     EXIT.
044300*-----------------------------------------------------------------
044400 0980-CLEAR-ONE-STATE SECTION.
044500 0980-START.
044600     MOVE "N" TO RB-EX-STATE(RB-EX).
044700 0980-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 1000-SCAN-LOG READS THE WHOLE OF CAPJOBLG FOR THE RUNS THAT
045100* STARTED ON THE DAY. NO CAPJOBLG AT ALL MEANS NO JOB HAS LOGGED.
045200*-----------------------------------------------------------------
045300 1000-SCAN-LOG SECTION.
045400 1000-START.
045500     OPEN INPUT CAPJOBLG-FILE
045600     IF RB-CAPJOBLG-STATUS = "05" OR RB-CAPJOBLG-STATUS = "35"
045700         DISPLAY "CAPRUNBK - NO CAPJOBLG JOB LOG - NO JOB HAS "
045800             "LOGGED A RUN"
045900         GO TO 1000-EXIT
046000     END-IF
046100     IF RB-CAPJOBLG-STATUS NOT = "00"
046200         DISPLAY "CAPRUNBK - UNABLE TO OPEN CAPJOBLG, STATUS "
046300             RB-CAPJOBLG-STATUS
046400         MOVE 8 TO RB-NEW-RC
046500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
046600         GO TO 1000-EXIT
046700     END-IF
046800     MOVE "N" TO RB-LOG-EOF-SW
046900     PERFORM 1050-READ-ONE-RECORD THRU 1050-EXIT
047000         UNTIL RB-LOG-EOF OR RB-ABANDONED
047100     CLOSE CAPJOBLG-FILE.
047200 1000-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------------
047500* 1050-READ-ONE-RECORD TAKES ONE LOG RECORD. A START OR A REFUSAL
047600* IS A NEW RUN; AN END IS MATCHED BACK TO ITS START BY PROGRAM AND
047700* START TIME, AND STANDS AS A RUN OF ITS OWN IF THE START IS GONE.
047710* THIS RUN'S OWN START RECORD IS PASSED OVER.
047800*-----------------------------------------------------------------
047900 1050-READ-ONE-RECORD SECTION.
048000 1050-START.
048100     READ CAPJOBLG-FILE INTO RB-LOG-LINE
048200         AT END
048300             MOVE "Y" TO RB-LOG-EOF-SW
048400             GO TO 1050-EXIT
048500     END-READ
048600     ADD 1 TO RB-LOG-READ
048700     IF RB-LG-START-DATE NOT = RB-RUN-DATE-X
048710         GO TO 1050-EXIT
048720     END-IF
048730     IF RB-LG-PROGRAM = JC-PROGRAM AND RB-LG-STARTED = JC-STARTED
048800         GO TO 1050-EXIT
048900     END-IF
049000     IF RB-LG-END
049100         PERFORM 1100-FIND-RUN THRU 1100-EXIT
049200         IF RB-RX > ZERO
049300             GO TO 1050-FILL
049400         END-IF
049500     END-IF
049600     IF NOT RB-LG-START AND NOT RB-LG-END AND NOT RB-LG-REFUSED
049700         GO TO 1050-EXIT
049800     END-IF
049900     PERFORM 1150-ADD-RUN THRU 1150-EXIT
050000     IF RB-ABANDONED
050100         GO TO 1050-EXIT
050200     END-IF.
050300 1050-FILL.
050400     MOVE RB-LG-TYPE TO RB-RN-STATE(RB-RX)
050500     MOVE RB-LG-ENDED TO RB-RN-ENDED(RB-RX)
050600     MOVE RB-LG-CONDITION TO RB-RN-CONDITION(RB-RX)
050700     MOVE RB-LG-DETAIL TO RB-RN-DETAIL(RB-RX)
050800     IF RB-LG-START
050900         MOVE SPACES TO RB-RN-DETAIL(RB-RX)
051000     END-IF.
051100 1050-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------------
051400* 1100-FIND-RUN POINTS RB-RX AT THE STARTED RUN THE END RECORD IN
051500* HAND CLOSES, OR ZERO.
051600*-----------------------------------------------------------------
051700 1100-FIND-RUN SECTION.
051800 1100-START.
051900     MOVE ZERO TO RB-RX
052000     PERFORM 1110-CHECK-ONE-RUN THRU 1110-EXIT
052100         VARYING RB-JX FROM 1 BY 1
052200         UNTIL RB-JX > RB-RUN-COUNT OR RB-RX > ZERO.
052300 1100-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------------
052600 1110-CHECK-ONE-RUN SECTION.
052700 1110-START.
052800     IF RB-RN-STARTED-ONLY(RB-JX)
052900             AND RB-RN-PROGRAM(RB-JX) = RB-LG-PROGRAM
053000             AND RB-RN-STARTED(RB-JX) = RB-LG-STARTED
053100         MOVE RB-JX TO RB-RX
053200     END-IF.
053300 1110-EXIT.
053400     EXIT.
053500*-----------------------------------------------------------------
053600* 1150-ADD-RUN FILES A NEW RUN IN START-TIME ORDER. THE LOG IS
053700* WRITTEN AS JOBS START, SO THE NEW RUN NEARLY ALWAYS GOES ON THE
053800* END; A RUN LOGGED LATE IS SLOTTED IN BY MOVING LATER ONES DOWN.
053900*-----------------------------------------------------------------
054000 1150-ADD-RUN SECTION.
054100 1150-START.
054200     IF RB-RUN-COUNT >= 500
054300         MOVE "RUN" TO RB-FULL-TABLE
054400         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
054500         GO TO 1150-EXIT
054600     END-IF
054700     MOVE RB-RUN-COUNT TO RB-JX
054800     MOVE "N" TO RB-SLOT-SW
054900     PERFORM 1160-MAKE-ROOM THRU 1160-EXIT
055000         UNTIL RB-SLOT-FOUND
055100     ADD 1 TO RB-RUN-COUNT
055200     COMPUTE RB-RX = RB-JX + 1
055300     MOVE SPACES TO RB-RUN-ENTRY(RB-RX)
055400     MOVE RB-LG-PROGRAM TO RB-RN-PROGRAM(RB-RX)
055500     MOVE RB-LG-USERID TO RB-RN-USERID(RB-RX)
055600     MOVE RB-LG-STARTED TO RB-RN-STARTED(RB-RX).
055700 1150-EXIT.
055800     EXIT.
055900*-----------------------------------------------------------------
056000 1160-MAKE-ROOM SECTION.
056100 1160-START.
056200     IF RB-JX = ZERO
056300         MOVE "Y" TO RB-SLOT-SW
056400         GO TO 1160-EXIT
056500     END-IF
056600     IF RB-RN-STARTED(RB-JX) NOT > RB-LG-STARTED
056700         MOVE "Y" TO RB-SLOT-SW
056800         GO TO 1160-EXIT
056900     END-IF
057000     MOVE RB-RUN-ENTRY(RB-JX) TO RB-RUN-ENTRY(RB-JX + 1)
057100     SUBTRACT 1 FROM RB-JX.
057200 1160-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------------
057500* 2000-PRINT-RUNS PRINTS ONE LINE PER RUN IN START ORDER, WITH THE
057600* COUNTS LOGGED AT ITS END UNDERNEATH.
057700*-----------------------------------------------------------------
057800 2000-PRINT-RUNS SECTION.
057900 2000-START.
058000     MOVE " " TO CAPRBRPT-CTRL
058100     MOVE RB-HEAD-LINE-1 TO CAPRBRPT-LINE
058200     WRITE CAPRBRPT-RECORD
058300     MOVE RB-HEAD-LINE-2 TO CAPRBRPT-LINE
058400     WRITE CAPRBRPT-RECORD
058500     IF RB-RUN-COUNT = ZERO
058600         MOVE SPACES TO CAPRBRPT-LINE
058700         STRING "     NO JOB STARTED ON " DELIMITED BY SIZE
058800             RB-RUN-DATE-X DELIMITED BY SIZE
058900             INTO CAPRBRPT-LINE
059000         WRITE CAPRBRPT-RECORD
059100         GO TO 2000-EXIT
059200     END-IF
059300     PERFORM 2100-PRINT-ONE-RUN THRU 2100-EXIT
059400         VARYING RB-RX FROM 1 BY 1
059500         UNTIL RB-RX > RB-RUN-COUNT.
059600 2000-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------------
059900 2100-PRINT-ONE-RUN SECTION.
060000 2100-START.
060100     MOVE RB-RX TO RB-DL-SEQ
060200     MOVE RB-RN-PROGRAM(RB-RX) TO RB-DL-PROGRAM
060300     MOVE RB-RN-USERID(RB-RX) TO RB-DL-USERID
060400     MOVE RB-RN-STARTED(RB-RX)(12:8) TO RB-DL-STARTED
060500     MOVE SPACES TO RB-DL-ENDED
060600     MOVE SPACES TO RB-DL-NEXT-DAY
060700     MOVE SPACES TO RB-DL-ELAPSED-X
060800     MOVE "--" TO RB-DL-COND
060900     MOVE SPACES TO RB-DL-OUTCOME
061000     EVALUATE TRUE
061100         WHEN RB-RN-STARTED-ONLY(RB-RX)
061200             ADD 1 TO RB-JOBS-STARTED
061300             ADD 1 TO RB-JOBS-NO-END
061400             STRING "NO END RECORD - ABENDED OR STILL RUNNING; "
061500                 "ITS LOCKS ARE STILL HELD"
061600                 DELIMITED BY SIZE INTO RB-DL-OUTCOME
061700         WHEN RB-RN-REFUSED(RB-RX)
061800             ADD 1 TO RB-JOBS-REFUSED
061900             MOVE RB-RN-CONDITION(RB-RX) TO RB-DL-COND
062000             MOVE RB-RN-DETAIL(RB-RX) TO RB-DL-OUTCOME
062100         WHEN OTHER
062200             ADD 1 TO RB-JOBS-STARTED
062300             MOVE RB-RN-ENDED(RB-RX)(12:8) TO RB-DL-ENDED
062400             IF RB-RN-ENDED(RB-RX)(1:10)
062500                     NOT = RB-RN-STARTED(RB-RX)(1:10)
062600                 MOVE "+1" TO RB-DL-NEXT-DAY
062700             END-IF
062800             PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT
062900             MOVE RB-RN-CONDITION(RB-RX) TO RB-DL-COND
063000             IF RB-RN-CONDITION(RB-RX) < "08"
063100                 ADD 1 TO RB-JOBS-COMPLETED
063200                 MOVE "COMPLETED" TO RB-DL-OUTCOME
063300                 IF RB-RN-CONDITION(RB-RX) NOT = "00"
063400                     MOVE "COMPLETED WITH WARNINGS"
063500                         TO RB-DL-OUTCOME
063600                 END-IF
063700             ELSE
063800                 ADD 1 TO RB-JOBS-FAILED
063900                 MOVE "FAILED - SEE THE JOB'S OUTPUT"
064000                     TO RB-DL-OUTCOME
064100             END-IF
064200     END-EVALUATE
064300     MOVE " " TO CAPRBRPT-CTRL
064400     MOVE RB-DETAIL-LINE TO CAPRBRPT-LINE
064500     WRITE CAPRBRPT-RECORD
064600     IF RB-RN-ENDED(RB-RX) NOT = SPACES
064700             AND NOT RB-RN-REFUSED(RB-RX)
064800             AND RB-RN-DETAIL(RB-RX) NOT = SPACES
064900         MOVE RB-RN-DETAIL(RB-RX) TO RB-CL-COUNTS
065000         MOVE RB-COUNTS-LINE TO CAPRBRPT-LINE
065100         WRITE CAPRBRPT-RECORD
065200     END-IF
065300     PERFORM 2300-TICK-EXPECTED THRU 2300-EXIT
065400         VARYING RB-EX FROM 1 BY 1
065500         UNTIL RB-EX > RB-EXP-COUNT.
065600 2100-EXIT.
065700     EXIT.
065800*-----------------------------------------------------------------
065900* 2200-COMPUTE-ELAPSED WORKS THE RUN'S ELAPSED TIME FROM ITS START
066000* AND END STAMPS. A RUN THAT ENDS THE NEXT DAY HAS A DAY ADDED TO
066100* ITS END; NO JOB IN THE SUITE RUNS FOR LONGER.
066200*-----------------------------------------------------------------
066300 2200-COMPUTE-ELAPSED SECTION.
066400 2200-START.
066500     MOVE RB-RN-STARTED(RB-RX) TO RB-STAMP
066600     PERFORM 2250-STAMP-SECONDS THRU 2250-EXIT
066700     MOVE RB-ELAPSED-SECS TO RB-START-SECS
066800     MOVE RB-RN-ENDED(RB-RX) TO RB-STAMP
066900     PERFORM 2250-STAMP-SECONDS THRU 2250-EXIT
067000     MOVE RB-ELAPSED-SECS TO RB-END-SECS
067100     IF RB-RN-ENDED(RB-RX)(1:10) NOT = RB-RN-STARTED(RB-RX)(1:10)
067200         ADD 86400 TO RB-END-SECS
067300     END-IF
067400     IF RB-END-SECS < RB-START-SECS
067500         MOVE RB-START-SECS TO RB-END-SECS
067600     END-IF
067700     COMPUTE RB-ELAPSED-SECS = RB-END-SECS - RB-START-SECS
067800     DIVIDE RB-ELAPSED-SECS BY 3600
067900         GIVING RB-HH REMAINDER RB-REM
068000     DIVIDE RB-REM BY 60
068100         GIVING RB-MM REMAINDER RB-SS
068200     MOVE RB-HH TO RB-DL-EL-HH
068300     MOVE ":" TO RB-DL-EL-SEP-1
068400     MOVE RB-MM TO RB-DL-EL-MM
068500     MOVE ":" TO RB-DL-EL-SEP-2
068600     MOVE RB-SS TO RB-DL-EL-SS.
068700 2200-EXIT.
068800     EXIT.
068900*-----------------------------------------------------------------
069000* 2250-STAMP-SECONDS TURNS THE HH.MM.SS OF THE YYYY-MM-DD-HH.MM.SS
069100* STAMP IN RB-STAMP INTO SECONDS PAST MIDNIGHT IN RB-ELAPSED-SECS.
069200*-----------------------------------------------------------------
069300 2250-STAMP-SECONDS SECTION.
069400 2250-START.
069500     MOVE ZERO TO RB-ELAPSED-SECS
069600     IF RB-STAMP(12:2) NOT NUMERIC
069700             OR RB-STAMP(15:2) NOT NUMERIC
069800             OR RB-STAMP(18:2) NOT NUMERIC
069900         GO TO 2250-EXIT
070000     END-IF
070100     MOVE RB-STAMP(12:2) TO RB-HH
070200     MOVE RB-STAMP(15:2) TO RB-MM
070300     MOVE RB-STAMP(18:2) TO RB-SS
070400     COMPUTE RB-ELAPSED-SECS = RB-HH * 3600 + RB-MM * 60 + RB-SS.
070500 2250-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------------
070800 2300-TICK-EXPECTED SECTION.
070900 2300-START.
071000     IF RB-EX-PROGRAM(RB-EX) NOT = RB-RN-PROGRAM(RB-RX)
071100         GO TO 2300-EXIT
071200     END-IF
071300     IF RB-RN-REFUSED(RB-RX)
071400         IF RB-EX-NOT-SEEN(RB-EX)
071500             MOVE "X" TO RB-EX-STATE(RB-EX)
071600         END-IF
071700     ELSE
071800         MOVE "R" TO RB-EX-STATE(RB-EX)
071900     END-IF.
072000 2300-EXIT.
072100     EXIT.
072200*-----------------------------------------------------------------
072300* 3000-PRINT-NEVER-RAN LISTS THE EXPECTED JOBS WITH NO RUN ON THE
072400* DAY - NEVER SUBMITTED, OR ONLY EVER REFUSED FOR A LOCK.
072500*-----------------------------------------------------------------
072600 3000-PRINT-NEVER-RAN SECTION.
072700 3000-START.
072800     MOVE " " TO CAPRBRPT-CTRL
072900     MOVE SPACES TO CAPRBRPT-LINE
073000     WRITE CAPRBRPT-RECORD
073100     MOVE "EXPECTED JOBS THAT NEVER RAN" TO CAPRBRPT-LINE
073200     WRITE CAPRBRPT-RECORD
073300     MOVE "----------------------------" TO CAPRBRPT-LINE
073400     WRITE CAPRBRPT-RECORD
073500     PERFORM 3100-CHECK-ONE-EXPECTED THRU 3100-EXIT
073600         VARYING RB-EX FROM 1 BY 1
073700         UNTIL RB-EX > RB-EXP-COUNT
073800     IF RB-JOBS-NEVER-RAN = ZERO
073900         MOVE SPACES TO CAPRBRPT-LINE
074000         MOVE "     NONE - EVERY EXPECTED JOB RAN"
074100             TO CAPRBRPT-LINE
074200         WRITE CAPRBRPT-RECORD
074300     END-IF.
074400 3000-EXIT.
074500     EXIT.
074600*-----------------------------------------------------------------
074700 3100-CHECK-ONE-EXPECTED SECTION.
074800 3100-START.
074900     IF RB-EX-RAN(RB-EX)
075000         GO TO 3100-EXIT
075100     END-IF
075200     ADD 1 TO RB-JOBS-NEVER-RAN
075300     MOVE SPACES TO CAPRBRPT-LINE
075400     IF RB-EX-REFUSED(RB-EX)
075500         STRING "     " DELIMITED BY SIZE
075600             RB-EX-PROGRAM(RB-EX) DELIMITED BY SIZE
075700             "  LOCKED OUT EACH TIME IT WAS SUBMITTED - SEE ABOVE"
075800             DELIMITED BY SIZE INTO CAPRBRPT-LINE
075900     ELSE
076000         STRING "     " DELIMITED BY SIZE
076100             RB-EX-PROGRAM(RB-EX) DELIMITED BY SIZE
076200             "  NOT SUBMITTED" DELIMITED BY SIZE
076300             INTO CAPRBRPT-LINE
076400     END-IF
076500     WRITE CAPRBRPT-RECORD.
076600 3100-EXIT.
076700     EXIT.
076800*-----------------------------------------------------------------
076900* 4000-PRINT-TOTALS SUMS UP THE DAY. ANYTHING NEEDING THE
077000* OPERATOR'S ATTENTION RAISES CONDITION 4.
077100*-----------------------------------------------------------------
077200 4000-PRINT-TOTALS SECTION.
077300 4000-START.
077400     MOVE " " TO CAPRBRPT-CTRL
077500     MOVE SPACES TO CAPRBRPT-LINE
077600     WRITE CAPRBRPT-RECORD
077700     MOVE RB-JOBS-STARTED TO RB-COUNT-ED
077800     MOVE SPACES TO CAPRBRPT-LINE
077900     STRING "JOBS STARTED................ " DELIMITED BY SIZE
078000         RB-COUNT-ED DELIMITED BY SIZE INTO CAPRBRPT-LINE
078100     WRITE CAPRBRPT-RECORD
078200     MOVE RB-JOBS-COMPLETED TO RB-COUNT-ED
078300     MOVE SPACES TO CAPRBRPT-LINE
078400     STRING "  COMPLETED, CONDITION 0-4.. " DELIMITED BY SIZE
078500         RB-COUNT-ED DELIMITED BY SIZE INTO CAPRBRPT-LINE
078600     WRITE CAPRBRPT-RECORD
078700     MOVE RB-JOBS-FAILED TO RB-COUNT-ED
078800     MOVE SPACES TO CAPRBRPT-LINE
078900     STRING "  FAILED, CONDITION 8 UP.... " DELIMITED BY SIZE
079000         RB-COUNT-ED DELIMITED BY SIZE INTO CAPRBRPT-LINE
079100     WRITE CAPRBRPT-RECORD
079200     MOVE RB-JOBS-NO-END TO RB-COUNT-ED
079300     MOVE SPACES TO CAPRBRPT-LINE
079400     STRING "  NO END RECORD............. " DELIMITED BY SIZE
079500         RB-COUNT-ED DELIMITED BY SIZE INTO CAPRBRPT-LINE
079600     WRITE CAPRBRPT-RECORD
079700     MOVE RB-JOBS-REFUSED TO RB-COUNT-ED
079800     MOVE SPACES TO CAPRBRPT-LINE
079900     STRING "RUNS LOCKED OUT............. " DELIMITED BY SIZE
080000         RB-COUNT-ED DELIMITED BY SIZE INTO CAPRBRPT-LINE
080100     WRITE CAPRBRPT-RECORD
080200     MOVE RB-JOBS-NEVER-RAN TO RB-COUNT-ED
080300     MOVE SPACES TO CAPRBRPT-LINE
080400     STRING "EXPECTED JOBS NEVER RAN..... " DELIMITED BY SIZE
080500         RB-COUNT-ED DELIMITED BY SIZE INTO CAPRBRPT-LINE
080600     WRITE CAPRBRPT-RECORD
080700     IF RB-JOBS-FAILED > ZERO OR RB-JOBS-NO-END > ZERO
080800             OR RB-JOBS-REFUSED > ZERO OR RB-JOBS-NEVER-RAN > ZERO
080900         MOVE 4 TO RB-NEW-RC
081000         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
081100     END-IF.
081200 4000-EXIT.
081300     EXIT.
081400*-----------------------------------------------------------------
081500 7900-PRINT-FOOTER SECTION.
081600 7900-START.
081700     MOVE " " TO CAPRBRPT-CTRL
081800     IF RB-ABANDONED
081900         MOVE SPACES TO CAPRBRPT-LINE
082000         STRING "*** RUN-BOOK ABANDONED - CONDITION " RB-RUN-RC
082100             " - SEE THE JOB LOG ***"
082200             DELIMITED BY SIZE INTO CAPRBRPT-LINE
082300         WRITE CAPRBRPT-RECORD
082400     END-IF
082500     MOVE SPACES TO CAPRBRPT-LINE
082600     WRITE CAPRBRPT-RECORD
082700     MOVE "***** END OF CAPRUNBK DAILY RUN-BOOK *****"
082800         TO CAPRBRPT-LINE
082900     WRITE CAPRBRPT-RECORD.
083000 7900-EXIT.
083100     EXIT.
083200*-----------------------------------------------------------------
083300* 8000-WRITE-REPORT-INDEX RECORDS THE CAPRBRPT GENERATION ON THE
083400* CAPRPIDX INDEX, FOR CAPRPRNT.
083500*-----------------------------------------------------------------
083600 8000-WRITE-REPORT-INDEX SECTION.
083700 8000-START.
083800     OPEN EXTEND CAPRPIDX-FILE
083900     IF RB-CAPRPIDX-STATUS = "05" OR RB-CAPRPIDX-STATUS = "35"
084000         OPEN OUTPUT CAPRPIDX-FILE
084100     END-IF
084200     IF RB-CAPRPIDX-STATUS NOT = "00"
084300         DISPLAY "CAPRUNBK - UNABLE TO OPEN CAPRPIDX, STATUS "
084400             RB-CAPRPIDX-STATUS
084500         GO TO 8000-EXIT
084600     END-IF
084700     MOVE RB-CAPRBRPT-NAME(1:20) TO RB-RX-NAME
084800     MOVE "CAPRBRPT" TO RB-RX-TYPE
084900     MOVE RB-RUN-DATE-X TO RB-RX-DATE
085000     MOVE RB-RUN-RC TO RB-RX-RC
085100     WRITE CAPRPIDX-RECORD FROM RB-RPIDX-LINE
085200     CLOSE CAPRPIDX-FILE.
085300 8000-EXIT.
085400     EXIT.
085500*-----------------------------------------------------------------
085600* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
085700* RB-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
085800* CONDITIONS ONLY EVER ESCALATE.
085900*-----------------------------------------------------------------
086000 9000-RAISE-CONDITION SECTION.
086100 9000-START.
086200     IF RB-NEW-RC > RB-RUN-RC
086300         MOVE RB-NEW-RC TO RB-RUN-RC
086400     END-IF.
086500 9000-EXIT.
086600     EXIT.
086700*-----------------------------------------------------------------
086800* 9100-TABLE-FULL STOPS THE RUN-BOOK WHEN THE TABLE NAMED IN
086900* RB-FULL-TABLE CANNOT TAKE ANOTHER ENTRY - A RUN-BOOK THAT LEFT
087000* RUNS OUT WOULD REPORT JOBS AS NEVER RUN THAT DID.
087100*-----------------------------------------------------------------
087200 9100-TABLE-FULL SECTION.
087300 9100-START.
087400     DISPLAY "CAPRUNBK - " RB-FULL-TABLE " TABLE FULL (RUN 500, "
087500         "EXPECTED 50) - RUN-BOOK ABANDONED"
087600     MOVE " " TO CAPRBRPT-CTRL
087700     MOVE SPACES TO CAPRBRPT-LINE
087800     STRING "*** " RB-FULL-TABLE " TABLE FULL - RAISE ITS OCCURS "
087900         "LIMIT IN CAPRUNBK AND RERUN ***"
088000         DELIMITED BY SIZE INTO CAPRBRPT-LINE
088100     WRITE CAPRBRPT-RECORD
088200     MOVE "Y" TO RB-ABANDON-SW
088300     MOVE 16 TO RB-NEW-RC
088400     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
088500 9100-EXIT.
088600     EXIT.
088700*-----------------------------------------------------------------
088800 END PROGRAM CAPRUNBK.
