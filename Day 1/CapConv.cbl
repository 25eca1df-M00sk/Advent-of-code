000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    ONE-TIME CONVERSION OF LEDGER AND AUDIT HISTORY TO
000700*             THE V2 RECORD LAYOUT.
000800*
000900*             CAPDRIVE NOW WRITES EVERY LEDGER AND AUDIT ROW IN
001000*             THE V2 LAYOUT: THE OLD COLUMNS STAY WHERE THEY
001100*             WERE AND AN EXTENSION AREA MARKED V2 CARRIES THE
001200*             PUZZLE TYPE, THE FULL 80-BYTE SOURCE NAME AND, ON
001300*             THE LEDGER, THE PART 2 ANSWER. HISTORY WRITTEN
001400*             BEFORE THAT ONLY KNOWS THE FIRST 40 BYTES OF THE
001500*             NAME. THIS JOB REWRITES THAT HISTORY IN PLACE.
001600*
001700*             THE CAPCVLST CONTROL FILE NAMES ONE DATASET PER
001800*             RECORD - THE LIVE CAPLEDGR AND CAPAUDIT AND EVERY
001900*             CAPLPER.YYYYMM PERIOD FILE AND CAPARCH.YYYYMMDD
002000*             ARCHIVE. THE NAME'S PREFIX SAYS WHICH LAYOUT IT
002100*             HOLDS: CAPLEDGR AND CAPLPER ARE LEDGER ROWS,
002200*             CAPAUDIT AND CAPARCH ARE TRAIL ROWS. EACH DATASET
002300*             IS STAGED TO THE CAPCVWRK WORK FILE AND ONLY
002400*             COPIED BACK OVER THE ORIGINAL WHEN THE WHOLE
002500*             STAGING PASS WROTE CLEAN.
002600*
002700*             FOR EACH OLD-LAYOUT ROW:
002800*
002900*               - THE FULL NAME: A 40-BYTE NAME ENDING IN A
003000*                 BLANK WAS NEVER CUT SHORT AND IS THE FULL NAME
003100*                 ALREADY. OTHERWISE CAPMAST IS BROWSED FROM THAT
003200*                 PREFIX; EXACTLY ONE MASTER KEY STARTING WITH
003300*                 IT IS THE FULL NAME. NONE, OR MORE THAN ONE,
003400*                 LEAVES THE ROW UNRESOLVED.
003500*               - THE PUZZLE TYPE COMES FROM THE CAPSRCE REGISTRY
003600*                 (BLANK WHEN THE SOURCE IS NOT REGISTERED).
003700*               - THE LEDGER'S PART 2 ANSWER IS TAKEN FROM THE
003800*                 MASTER WHEN THE ROW'S PART 1 ANSWER IS STILL THE
003900*                 ANSWER OF RECORD; OTHERWISE IT CANNOT BE KNOWN
004000*                 AND IS LEFT BLANK AND COUNTED.
004100*
004200*             AN UNRESOLVED ROW IS COPIED BACK UNCHANGED IN THE
004300*             OLD LAYOUT - EVERY READER ACCEPTS BOTH - AND NAMED
004400*             ON THE CAPCVRPT REPORT. A ROW ALREADY V2 PASSES
004500*             THROUGH UNTOUCHED, SO THE JOB CAN BE RERUN SAFELY
004600*             AFTER THE MASTER OR THE REGISTRY IS PUT RIGHT.
004700*
004710*             THE LIVE LEDGER AND TRAIL, EVERY PERIOD FILE AND
004720*             EVERY ARCHIVE ARE LOCKED FOR UPDATE THROUGH CAPJCTL
004730*             FOR THE WHOLE RUN. A JOB ALREADY HOLDING ANY OF THEM
004740*             STOPS THIS ONE BEFORE ANYTHING OPENS, AND NO JOB CAN
004750*             TAKE ONE WHILE THE FILES ARE BEING REWRITTEN.
005000*
005100*             CONDITIONS: 0 ALL CONVERTED, 4 ROWS LEFT
005200*             UNRESOLVED, 8 FILE TROUBLE (THAT DATASET LEFT AS
005210*             IT WAS), 16 NO CAPCVLST OR A DATASET LOCKED BY
005220*             ANOTHER JOB.
005400*
005500* MODIFICATION HISTORY.
005600*   2026-10-15  M00SK  ORIGINAL VERSION.
005610*   2026-10-15  M00SK  TRAIL ROWS CARRIED AT 240 BYTES - CAPMNT
005620*                      ECHOES CARRY THE CHECKER IN COLS 221-240.
005630*   2026-10-15  M00SK  CAPMAST ROWS CARRY THE DISPUTE HOLD FLAG
005640*                      AND DISPUTE NUMBER (136 BYTES); THE FD
005641*                      FOLLOWS.
005651*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
005661*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
005671*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
005681*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
005700******************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. CAPCONV.
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CAPCVLST-FILE ASSIGN TO "CAPCVLST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CN-CAPCVLST-STATUS.
006600     SELECT HIST-FILE ASSIGN DYNAMIC CN-HIST-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CN-HIST-STATUS.
006900     SELECT CAPCVWRK-FILE ASSIGN TO "CAPCVWRK"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS CN-CAPCVWRK-STATUS.
007200     SELECT CAPMAST-FILE ASSIGN TO "CAPMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CM-SOURCE
007600         FILE STATUS IS CN-CAPMAST-STATUS.
007700     SELECT CAPSRCE-FILE ASSIGN TO "CAPSRCE"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS SR-SOURCE
008100         FILE STATUS IS CN-CAPSRCE-STATUS.
008200     SELECT CAPCVRPT-FILE ASSIGN TO "CAPCVRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS CN-CAPCVRPT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CAPCVLST-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  CAPCVLST-RECORD                            PIC X(80).
009000*-----------------------------------------------------------------
009100* THE DATASET BEING CONVERTED AND ITS WORK COPY CARRY EITHER
009200* LAYOUT, AT ITS V2 WIDTH - 177 BYTES FOR A LEDGER ROW, 240 FOR A
009300* TRAIL ROW.
009400*-----------------------------------------------------------------
009500 FD  HIST-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  HIST-LEDGER-RECORD                         PIC X(177).
009800 01  HIST-AUDIT-RECORD                          PIC X(240).
009900 FD  CAPCVWRK-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  CAPCVWRK-LEDGER-RECORD                     PIC X(177).
010200 01  CAPCVWRK-AUDIT-RECORD                      PIC X(240).
010300 FD  CAPMAST-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  CAPMAST-RECORD.
010600     05  CM-SOURCE                              PIC X(80).
010700     05  CM-FIRST-DATE                          PIC X(10).
010800     05  CM-LAST-DATE                           PIC X(10).
010900     05  CM-TIMES-SCORED                        PIC 9(05).
011000     05  CM-DIGIT-COUNT                         PIC 9(08).
011100     05  CM-ANS                                 PIC 9(08).
011200     05  CM-HALFWAY                             PIC 9(08).
011210     05  CM-HOLD-FLAG                           PIC X(01).
011220         88  CM-ON-HOLD                         VALUE "H".
011230     05  CM-HOLD-DISPUTE                        PIC X(06).
011300 FD  CAPSRCE-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  CAPSRCE-RECORD.
011600     05  SR-SOURCE                              PIC X(80).
011700     05  SR-VENDOR                              PIC X(20).
011800     05  SR-PUZZLE                              PIC X(04).
011900     05  SR-SCHED                               PIC X(01).
012000 FD  CAPCVRPT-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  CAPCVRPT-RECORD.
012300     05  CAPCVRPT-CTRL                          PIC X(01).
012400     05  CAPCVRPT-LINE                          PIC X(132).
012500 WORKING-STORAGE SECTION.
012600 77  CN-CAPCVLST-STATUS                         PIC X(02).
012700 77  CN-HIST-STATUS                             PIC X(02).
012800 77  CN-CAPCVWRK-STATUS                         PIC X(02).
012900 77  CN-CAPMAST-STATUS                          PIC X(02).
013000 77  CN-CAPSRCE-STATUS                          PIC X(02).
013100 77  CN-CAPCVRPT-STATUS                         PIC X(02).
013200 77  CN-HIST-NAME                               PIC X(80)
013300                                                VALUE SPACES.
013400 77  CN-LIST-EOF-SW                             PIC X(01)
013500                                                VALUE "N".
013600     88  CN-LIST-EOF                            VALUE "Y".
013700 77  CN-EOF-SW                                  PIC X(01)
013800                                                VALUE "N".
013900     88  CN-EOF                                 VALUE "Y".
014000 77  CN-MAST-OPEN-SW                            PIC X(01)
014100                                                VALUE "N".
014200     88  CN-MAST-OPEN                           VALUE "Y".
014300 77  CN-SRCE-OPEN-SW                            PIC X(01)
014400                                                VALUE "N".
014500     88  CN-SRCE-OPEN                           VALUE "Y".
014600 77  CN-STAGE-OK-SW                             PIC X(01)
014700                                                VALUE "N".
014800     88  CN-STAGE-OK                            VALUE "Y".
014900 77  CN-BROWSE-DONE-SW                          PIC X(01)
015000                                                VALUE "N".
015100     88  CN-BROWSE-DONE                         VALUE "Y".
015200 77  CN-ON-MAST-SW                               PIC X(01)
015300                                                VALUE "N".
015400     88  CN-ON-MAST                             VALUE "Y".
015500 77  CN-NUM-OK-SW                               PIC X(01)
015600                                                VALUE "N".
015700     88  CN-NUM-OK                              VALUE "Y".
015800 77  CN-KIND                                    PIC X(01)
015900                                                VALUE SPACE.
016000     88  CN-KIND-LEDGER                         VALUE "L".
016100     88  CN-KIND-AUDIT                          VALUE "A".
016200 77  CN-RESOLVE-RC                              PIC X(01)
016300                                                VALUE SPACE.
016400     88  CN-RESOLVED                            VALUE "Y".
016500     88  CN-NOT-ON-MASTER                       VALUE "N".
016600     88  CN-AMBIGUOUS                           VALUE "M".
016700 77  CN-SHORT-NAME                              PIC X(40)
016800                                                VALUE SPACES.
016900 77  CN-FULL-NAME                               PIC X(80)
017000                                                VALUE SPACES.
017100 77  CN-PUZZLE                                  PIC X(04)
017200                                                VALUE SPACES.
017300 77  CN-MATCHES                                 PIC 9(04) COMP
017400                                                VALUE ZERO.
017500 77  CN-NUM-X                                   PIC X(08)
017600                                                VALUE SPACES.
017700 77  CN-NUM-9                                   PIC 9(08)
017800                                                VALUE ZERO.
017900 77  CN-ROW-ANS                                 PIC 9(08)
018000                                                VALUE ZERO.
018100 77  CN-DS-READ                                 PIC 9(08)
018200                                                VALUE ZERO.
018300 77  CN-DS-CONVERTED                            PIC 9(08)
018400                                                VALUE ZERO.
018500 77  CN-DS-ALREADY                              PIC 9(08)
018600                                                VALUE ZERO.
018700 77  CN-DS-UNRESOLVED                           PIC 9(08)
018800                                                VALUE ZERO.
018900 77  CN-DS-NO-HALF                              PIC 9(08)
019000                                                VALUE ZERO.
019100 77  CN-DS-COPIED                               PIC 9(08)
019200                                                VALUE ZERO.
019300 77  CN-TOT-DATASETS                            PIC 9(08)
019400                                                VALUE ZERO.
019500 77  CN-TOT-FAILED                              PIC 9(08)
019600                                                VALUE ZERO.
019700 77  CN-TOT-READ                                PIC 9(08)
019800                                                VALUE ZERO.
019900 77  CN-TOT-CONVERTED                           PIC 9(08)
020000                                                VALUE ZERO.
020100 77  CN-TOT-ALREADY                             PIC 9(08)
020200                                                VALUE ZERO.
020300 77  CN-TOT-UNRESOLVED                          PIC 9(08)
020400                                                VALUE ZERO.
020500 77  CN-TOT-NO-HALF                             PIC 9(08)
020600                                                VALUE ZERO.
020700 77  CN-RUN-RC                                  PIC 9(02)
020800                                                VALUE ZERO.
020900 77  CN-NEW-RC                                  PIC 9(02)
021000                                                VALUE ZERO.
021100 77  CN-RUN-DATE-YYYYMMDD                       PIC 9(08)
021200                                                VALUE ZERO.
021300 77  CN-RUN-MMDD                                PIC 9(04)
021400                                                VALUE ZERO.
021500 01  CN-RUN-DATE-X.
021600     05  CN-RUN-YYYY                            PIC 9(04).
021700     05  FILLER                                 PIC X(01)
021800                                                VALUE "-".
021900     05  CN-RUN-MM                              PIC 9(02).
022000     05  FILLER                                 PIC X(01)
022100                                                VALUE "-".
022200     05  CN-RUN-DD                              PIC 9(02).
022300*-----------------------------------------------------------------
022400* THE ROW BEING CONVERTED, WITH THE V2 EXTENSION AREA LAID OVER
022500* IT IN BOTH LAYOUTS - EXACTLY WHERE CAPDRIVE'S CP-LEDGER-LINE AND
022600* CP-AUDIT-LINE PUT IT.
022700*-----------------------------------------------------------------
022800 01  CN-ROW                                     PIC X(240).
022900 01  CN-LEDGER-VIEW REDEFINES CN-ROW.
023000     05  CN-LV-DATE                             PIC X(10).
023100     05  FILLER                                 PIC X(01).
023200     05  CN-LV-SOURCE                           PIC X(40).
023300     05  FILLER                                 PIC X(01).
023400     05  CN-LV-ANS                              PIC X(08).
023500     05  FILLER                                 PIC X(01).
023600     05  CN-LV-TAG                              PIC X(08).
023700     05  FILLER                                 PIC X(11).
023800     05  CN-LV-VERSION                          PIC X(02).
023900     05  FILLER                                 PIC X(01).
024000     05  CN-LV-PUZZLE                           PIC X(04).
024100     05  FILLER                                 PIC X(01).
024200     05  CN-LV-HALFWAY                          PIC Z(7)9.
024300     05  CN-LV-HALFWAY-X REDEFINES CN-LV-HALFWAY
024400                                                PIC X(08).
024500     05  FILLER                                 PIC X(01).
024600     05  CN-LV-FULL-SOURCE                      PIC X(80).
024700     05  FILLER                                 PIC X(42).
024800 01  CN-AUDIT-VIEW REDEFINES CN-ROW.
024900     05  CN-AV-DATE                             PIC X(19).
025000     05  FILLER                                 PIC X(01).
025100     05  CN-AV-USERID                           PIC X(20).
025200     05  FILLER                                 PIC X(01).
025300     05  CN-AV-SOURCE                           PIC X(40).
025400     05  FILLER                                 PIC X(50).
025500     05  CN-AV-VERSION                          PIC X(02).
025600     05  FILLER                                 PIC X(01).
025700     05  CN-AV-PUZZLE                           PIC X(04).
025800     05  FILLER                                 PIC X(01).
025900     05  CN-AV-FULL-SOURCE                      PIC X(80).
026000 01  CN-DS-LINE.
026100     05  FILLER                                 PIC X(01)
026200                                                VALUE SPACE.
026300     05  CN-DL-NAME                             PIC X(24).
026400     05  CN-DL-KIND                             PIC X(07).
026500     05  CN-DL-READ                             PIC Z(07)9.
026600     05  FILLER                                 PIC X(02)
026700                                                VALUE SPACES.
026800     05  CN-DL-CONVERTED                        PIC Z(07)9.
026900     05  FILLER                                 PIC X(02)
027000                                                VALUE SPACES.
027100     05  CN-DL-ALREADY                          PIC Z(07)9.
027200     05  FILLER                                 PIC X(02)
027300                                                VALUE SPACES.
027400     05  CN-DL-UNRESOLVED                       PIC Z(07)9.
027500     05  FILLER                                 PIC X(02)
027600                                                VALUE SPACES.
027700     05  CN-DL-NO-HALF                          PIC Z(07)9.
027800     05  FILLER                                 PIC X(02)
027900                                                VALUE SPACES.
028000     05  CN-DL-STATUS                           PIC X(30).
028100 01  CN-DS-HDR-LINE.
028200     05  FILLER                                 PIC X(01)
028300                                                VALUE SPACE.
028400     05  FILLER                                 PIC X(24)
028500                                                VALUE "DATASET".
028600     05  FILLER                                 PIC X(07)
028700                                                VALUE "LAYOUT".
028800     05  FILLER                                 PIC X(10)
028900                                                VALUE "    READ".
029000     05  FILLER                                 PIC X(10)
029100                                                VALUE "CONVERTED".
029200     05  FILLER                                 PIC X(10)
029300                                                VALUE " ALREADY".
029400     05  FILLER                                 PIC X(10)
029500                                                VALUE "UNRESOLVD".
029600     05  FILLER                                 PIC X(10)
029700                                                VALUE " NO PT 2".
029800     05  FILLER                                 PIC X(06)
029900                                                VALUE "STATUS".
030000 01  CN-UNRES-LINE.
030100     05  FILLER                                 PIC X(05)
030200                                                VALUE SPACES.
030300     05  CN-UL-DATE                             PIC X(10).
030400     05  FILLER                                 PIC X(02)
030500                                                VALUE SPACES.
030600     05  CN-UL-SOURCE                           PIC X(40).
030700     05  FILLER                                 PIC X(02)
030800                                                VALUE SPACES.
030900     05  CN-UL-TEXT                             PIC X(40).
031000 01  CN-COUNT-LINE.
031100     05  FILLER                                 PIC X(03)
031200                                                VALUE SPACES.
031300     05  CN-CL-LABEL                            PIC X(28).
031400     05  CN-CL-COUNT                            PIC Z(07)9.
031410*-----------------------------------------------------------------
031420* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
031430* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
031440*-----------------------------------------------------------------
031450 COPY CAPJOBA.
031500 PROCEDURE DIVISION.
031600 0000-MAIN SECTION.
031700*-----------------------------------------------------------------
031800* EVERY DATASET ON THE LIST IS CONVERTED ON ITS OWN: TROUBLE WITH
031900* ONE LEAVES THAT ONE EXACTLY AS IT WAS AND THE RUN MOVES ON TO
032000* THE NEXT. THE MASTER AND THE REGISTRY ARE ONLY READ.
032100*-----------------------------------------------------------------
032200 0000-MAINLINE.
032300     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
032310     PERFORM 0800-JOB-START THRU 0800-EXIT
032320     IF JC-REFUSED
032330         MOVE 16 TO RETURN-CODE
032340         STOP RUN
032350     END-IF
032400     OPEN OUTPUT CAPCVRPT-FILE
032500     IF CN-CAPCVRPT-STATUS NOT = "00"
032600         DISPLAY "CAPCONV - UNABLE TO OPEN CAPCVRPT, STATUS "
032700             CN-CAPCVRPT-STATUS
032800         MOVE 8 TO RETURN-CODE
032810         PERFORM 0890-JOB-END THRU 0890-EXIT
032900         STOP RUN
033000     END-IF
033100     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
033200     OPEN INPUT CAPCVLST-FILE
033300     IF CN-CAPCVLST-STATUS NOT = "00"
033400         DISPLAY "CAPCONV - UNABLE TO OPEN CAPCVLST, STATUS "
033500             CN-CAPCVLST-STATUS " - NOTHING CONVERTED"
033600         MOVE " " TO CAPCVRPT-CTRL
033700         MOVE SPACES TO CAPCVRPT-LINE
033800         STRING "*** NO CAPCVLST DATASET LIST - NOTHING "
033900             "CONVERTED ***" DELIMITED BY SIZE
034000             INTO CAPCVRPT-LINE
034100         WRITE CAPCVRPT-RECORD
034200         MOVE 16 TO CN-NEW-RC
034300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
034400         GO TO 0000-WRAP-UP
034500     END-IF
034600     OPEN INPUT CAPMAST-FILE
034700     IF CN-CAPMAST-STATUS = "00"
034800         MOVE "Y" TO CN-MAST-OPEN-SW
034900     ELSE
035000         DISPLAY "CAPCONV - CAPMAST NOT AVAILABLE, STATUS "
035100             CN-CAPMAST-STATUS " - ONLY SHORT NAMES RESOLVE"
035200         MOVE 4 TO CN-NEW-RC
035300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
035400     END-IF
035500     OPEN INPUT CAPSRCE-FILE
035600     IF CN-CAPSRCE-STATUS = "00"
035700         MOVE "Y" TO CN-SRCE-OPEN-SW
035800     ELSE
035900         DISPLAY "CAPCONV - CAPSRCE NOT AVAILABLE, STATUS "
036000             CN-CAPSRCE-STATUS " - PUZZLE TYPE LEFT BLANK"
036100     END-IF
036200     MOVE " " TO CAPCVRPT-CTRL
036300     MOVE CN-DS-HDR-LINE TO CAPCVRPT-LINE
036400     WRITE CAPCVRPT-RECORD
036500     PERFORM 1000-CONVERT-ONE-DATASET THRU 1000-EXIT
036600         UNTIL CN-LIST-EOF
036700     CLOSE CAPCVLST-FILE
036800     IF CN-MAST-OPEN
036900         CLOSE CAPMAST-FILE
037000     END-IF
037100     IF CN-SRCE-OPEN
037200         CLOSE CAPSRCE-FILE
037300     END-IF.
037400 0000-WRAP-UP.
037500     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
037600     CLOSE CAPCVRPT-FILE
037700     DISPLAY "CAPCONV - DATASETS " CN-TOT-DATASETS
037800         ", ROWS CONVERTED " CN-TOT-CONVERTED
037900         ", UNRESOLVED " CN-TOT-UNRESOLVED
038000     MOVE CN-RUN-RC TO RETURN-CODE
038010     PERFORM 0890-JOB-END THRU 0890-EXIT
038100     STOP RUN.
038200 0000-EXIT.
038201     EXIT.
038202*-----------------------------------------------------------------
038203* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
038204* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
038205* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET. EVERY
038206* DATASET CAPCVLST CAN NAME IS COVERED, WHETHER LISTED OR NOT.
038207*-----------------------------------------------------------------
038208 0800-JOB-START SECTION.
038209 0800-START.
038210     MOVE SPACES TO CAPJOB-COMMAREA
038211     MOVE "S" TO JC-FUNCTION
038212     MOVE "CAPCONV" TO JC-PROGRAM
038213     MOVE 7 TO JC-LOCK-COUNT
038214     MOVE "CAPLEDGR" TO JC-LOCK-DSN(1)
038215     MOVE "U" TO JC-LOCK-MODE(1)
038216     MOVE "CAPAUDIT" TO JC-LOCK-DSN(2)
038217     MOVE "U" TO JC-LOCK-MODE(2)
038218     MOVE "CAPLPER*" TO JC-LOCK-DSN(3)
038219     MOVE "U" TO JC-LOCK-MODE(3)
038220     MOVE "CAPARCH*" TO JC-LOCK-DSN(4)
038221     MOVE "U" TO JC-LOCK-MODE(4)
038222     MOVE "CAPCVWRK" TO JC-LOCK-DSN(5)
038223     MOVE "U" TO JC-LOCK-MODE(5)
038224     MOVE "CAPMAST" TO JC-LOCK-DSN(6)
038225     MOVE "R" TO JC-LOCK-MODE(6)
038226     MOVE "CAPSRCE" TO JC-LOCK-DSN(7)
038227     MOVE "R" TO JC-LOCK-MODE(7)
038228     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
038229 0800-EXIT.
038230     EXIT.
038231*-----------------------------------------------------------------
038232* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
038233* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
038234* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
038235*-----------------------------------------------------------------
038236 0890-JOB-END SECTION.
038237 0890-START.
038238     MOVE RETURN-CODE TO JC-CONDITION
038239     MOVE "E" TO JC-FUNCTION
038240     MOVE "DATASETS" TO JC-COUNT-LABEL(1)
038241     MOVE CN-TOT-DATASETS TO JC-COUNT-VALUE(1)
038242     MOVE "FAILED" TO JC-COUNT-LABEL(2)
038243     MOVE CN-TOT-FAILED TO JC-COUNT-VALUE(2)
038244     MOVE "CONVERTED" TO JC-COUNT-LABEL(3)
038245     MOVE CN-TOT-CONVERTED TO JC-COUNT-VALUE(3)
038246     MOVE "UNRESOLVED" TO JC-COUNT-LABEL(4)
038247     MOVE CN-TOT-UNRESOLVED TO JC-COUNT-VALUE(4)
038248     CALL "CAPJCTL" USING CAPJOB-COMMAREA
038249     MOVE JC-CONDITION TO RETURN-CODE.
038250 0890-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------------
038500 0900-GET-RUN-DATE SECTION.
038600 0900-START.
038700     ACCEPT CN-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
038800     DIVIDE CN-RUN-DATE-YYYYMMDD BY 10000
038900         GIVING CN-RUN-YYYY
039000         REMAINDER CN-RUN-MMDD
039100     DIVIDE CN-RUN-MMDD BY 100
039200         GIVING CN-RUN-MM
039300         REMAINDER CN-RUN-DD.
039400 0900-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------------
039700 0950-PRINT-REPORT-HEADER SECTION.
039800 0950-START.
039900     MOVE "1" TO CAPCVRPT-CTRL
040000     MOVE SPACES TO CAPCVRPT-LINE
040100     STRING "CAPCONV - LEDGER AND AUDIT HISTORY V2 CONVERSION"
040200         DELIMITED BY SIZE INTO CAPCVRPT-LINE
040300     WRITE CAPCVRPT-RECORD
040400     MOVE " " TO CAPCVRPT-CTRL
040500     MOVE SPACES TO CAPCVRPT-LINE
040600     STRING "RUN DATE.......... " DELIMITED BY SIZE
040700         CN-RUN-DATE-X DELIMITED BY SIZE INTO CAPCVRPT-LINE
040800     WRITE CAPCVRPT-RECORD
040900     MOVE " " TO CAPCVRPT-CTRL
041000     MOVE SPACES TO CAPCVRPT-LINE
041100     WRITE CAPCVRPT-RECORD.
041200 0950-EXIT.
041300     EXIT.
041400*-----------------------------------------------------------------
041500* 1000-CONVERT-ONE-DATASET TAKES THE NEXT NAME OFF CAPCVLST,
041600* WORKS OUT ITS LAYOUT FROM THE PREFIX, STAGES IT AND - ONLY IF
041700* THE STAGING WROTE CLEAN - COPIES THE WORK FILE BACK OVER IT.
041800*-----------------------------------------------------------------
041900 1000-CONVERT-ONE-DATASET SECTION.
042000 1000-START.
042100     READ CAPCVLST-FILE
042200         AT END
042300             MOVE "Y" TO CN-LIST-EOF-SW
042400             GO TO 1000-EXIT
042500     END-READ
042600     IF CAPCVLST-RECORD = SPACES
042700         GO TO 1000-EXIT
042800     END-IF
042900     ADD 1 TO CN-TOT-DATASETS
043000     MOVE CAPCVLST-RECORD TO CN-HIST-NAME
043100     MOVE ZERO TO CN-DS-READ
043200     MOVE ZERO TO CN-DS-CONVERTED
043300     MOVE ZERO TO CN-DS-ALREADY
043400     MOVE ZERO TO CN-DS-UNRESOLVED
043500     MOVE ZERO TO CN-DS-NO-HALF
043600     MOVE ZERO TO CN-DS-COPIED
043700     MOVE SPACE TO CN-KIND
043800     EVALUATE TRUE
043900         WHEN CN-HIST-NAME(1:8) = "CAPLEDGR"
044000         WHEN CN-HIST-NAME(1:7) = "CAPLPER"
044100             MOVE "L" TO CN-KIND
044200         WHEN CN-HIST-NAME(1:8) = "CAPAUDIT"
044300         WHEN CN-HIST-NAME(1:7) = "CAPARCH"
044400             MOVE "A" TO CN-KIND
044500     END-EVALUATE
044600     IF CN-KIND = SPACE
044700         MOVE "NOT A LEDGER OR TRAIL NAME" TO CN-DL-STATUS
044800         PERFORM 1900-DATASET-FAILED THRU 1900-EXIT
044900         GO TO 1000-EXIT
045000     END-IF
045100     PERFORM 2000-STAGE-DATASET THRU 2000-EXIT
045200     IF NOT CN-STAGE-OK
045300         PERFORM 1900-DATASET-FAILED THRU 1900-EXIT
045400         GO TO 1000-EXIT
045500     END-IF
045600     IF CN-DS-CONVERTED = ZERO
045700         MOVE "NOTHING TO CONVERT - UNTOUCHED" TO CN-DL-STATUS
045800     ELSE
045900         PERFORM 3000-COPY-BACK THRU 3000-EXIT
046000         IF CN-DS-COPIED NOT = CN-DS-READ
046100             PERFORM 1900-DATASET-FAILED THRU 1900-EXIT
046200             GO TO 1000-EXIT
046300         END-IF
046400         MOVE "CONVERTED" TO CN-DL-STATUS
046500     END-IF
046600     PERFORM 1800-PRINT-DATASET-LINE THRU 1800-EXIT.
046700 1000-EXIT.
046800     EXIT.
046900*-----------------------------------------------------------------
047000 1800-PRINT-DATASET-LINE SECTION.
047100 1800-START.
047200     MOVE CN-HIST-NAME(1:24) TO CN-DL-NAME
047300     EVALUATE TRUE
047400         WHEN CN-KIND-LEDGER
047500             MOVE "LEDGER" TO CN-DL-KIND
047600         WHEN CN-KIND-AUDIT
047700             MOVE "TRAIL" TO CN-DL-KIND
047800         WHEN OTHER
047900             MOVE "?" TO CN-DL-KIND
048000     END-EVALUATE
048100     MOVE CN-DS-READ TO CN-DL-READ
048200     MOVE CN-DS-CONVERTED TO CN-DL-CONVERTED
048300     MOVE CN-DS-ALREADY TO CN-DL-ALREADY
048400     MOVE CN-DS-UNRESOLVED TO CN-DL-UNRESOLVED
048500     MOVE CN-DS-NO-HALF TO CN-DL-NO-HALF
048600     MOVE " " TO CAPCVRPT-CTRL
048700     MOVE CN-DS-LINE TO CAPCVRPT-LINE
048800     WRITE CAPCVRPT-RECORD
048900     ADD CN-DS-READ TO CN-TOT-READ
049000     ADD CN-DS-CONVERTED TO CN-TOT-CONVERTED
049100     ADD CN-DS-ALREADY TO CN-TOT-ALREADY
049200     ADD CN-DS-UNRESOLVED TO CN-TOT-UNRESOLVED
049300     ADD CN-DS-NO-HALF TO CN-TOT-NO-HALF.
049400 1800-EXIT.
049500     EXIT.
049600*-----------------------------------------------------------------
049700* 1900-DATASET-FAILED PRINTS THE DATASET WITH THE REASON ALREADY
049800* IN CN-DL-STATUS AND RAISES CONDITION 8. NOTHING THIS DATASET
049900* STAGED COUNTS TOWARD THE RUN'S TOTALS.
050000*-----------------------------------------------------------------
050100 1900-DATASET-FAILED SECTION.
050200 1900-START.
050300     ADD 1 TO CN-TOT-FAILED
050400     MOVE 8 TO CN-NEW-RC
050500     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
050600     MOVE ZERO TO CN-DS-CONVERTED
050700     MOVE ZERO TO CN-DS-UNRESOLVED
050800     MOVE ZERO TO CN-DS-NO-HALF
050900     PERFORM 1800-PRINT-DATASET-LINE THRU 1800-EXIT
051000     DISPLAY "CAPCONV - " CN-HIST-NAME(1:24) " NOT CONVERTED - "
051100         CN-DL-STATUS.
051200 1900-EXIT.
051300     EXIT.
051400*-----------------------------------------------------------------
051500* 2000-STAGE-DATASET READS THE DATASET ONCE, CONVERTING EACH
051600* OLD-LAYOUT ROW IT CAN RESOLVE, AND WRITES EVERY ROW TO CAPCVWRK
051700* IN ITS ORIGINAL ORDER. BLANK ROWS ARE DROPPED, AS CAPRETN DROPS
051800* THEM. CN-STAGE-OK IS SET ONLY WHEN EVERY ROW REACHED THE WORK
051900* FILE.
052000*-----------------------------------------------------------------
052100 2000-STAGE-DATASET SECTION.
052200 2000-START.
052300     MOVE "N" TO CN-STAGE-OK-SW
052400     OPEN INPUT HIST-FILE
052500     IF CN-HIST-STATUS NOT = "00"
052600         MOVE SPACES TO CN-DL-STATUS
052700         STRING "UNABLE TO OPEN, STATUS " DELIMITED BY SIZE
052800             CN-HIST-STATUS DELIMITED BY SIZE
052900             INTO CN-DL-STATUS
053000         GO TO 2000-EXIT
053100     END-IF
053200     OPEN OUTPUT CAPCVWRK-FILE
053300     IF CN-CAPCVWRK-STATUS NOT = "00"
053400         MOVE SPACES TO CN-DL-STATUS
053500         STRING "CAPCVWRK OPEN FAILED, STATUS " DELIMITED BY SIZE
053600             CN-CAPCVWRK-STATUS DELIMITED BY SIZE
053700             INTO CN-DL-STATUS
053800         CLOSE HIST-FILE
053900         GO TO 2000-EXIT
054000     END-IF
054100     MOVE "Y" TO CN-STAGE-OK-SW
054200     MOVE "N" TO CN-EOF-SW
054300     PERFORM 2100-STAGE-ONE-ROW THRU 2100-EXIT
054400         UNTIL CN-EOF
054500     CLOSE HIST-FILE
054600     CLOSE CAPCVWRK-FILE.
054700 2000-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------------
055000 2100-STAGE-ONE-ROW SECTION.
055100 2100-START.
055200     IF CN-KIND-LEDGER
055300         READ HIST-FILE
055400             AT END
055500                 MOVE "Y" TO CN-EOF-SW
055600                 GO TO 2100-EXIT
055700         END-READ
055800         MOVE HIST-LEDGER-RECORD TO CN-ROW
055900     ELSE
056000         READ HIST-FILE
056100             AT END
056200                 MOVE "Y" TO CN-EOF-SW
056300                 GO TO 2100-EXIT
056400         END-READ
056500         MOVE HIST-AUDIT-RECORD TO CN-ROW
056600     END-IF
056700     IF CN-ROW = SPACES
056800         GO TO 2100-EXIT
056900     END-IF
057000     ADD 1 TO CN-DS-READ
057100     IF CN-KIND-LEDGER
057200         PERFORM 2200-CONVERT-LEDGER-ROW THRU 2200-EXIT
057300         WRITE CAPCVWRK-LEDGER-RECORD FROM CN-ROW(1:177)
057400     ELSE
057500         PERFORM 2300-CONVERT-AUDIT-ROW THRU 2300-EXIT
057600         WRITE CAPCVWRK-AUDIT-RECORD FROM CN-ROW
057700     END-IF
057800     IF CN-CAPCVWRK-STATUS NOT = "00"
057900         MOVE SPACES TO CN-DL-STATUS
058000         STRING "CAPCVWRK WRITE FAILED, STATUS " DELIMITED BY SIZE
058100             CN-CAPCVWRK-STATUS DELIMITED BY SIZE
058200             INTO CN-DL-STATUS
058300         MOVE "N" TO CN-STAGE-OK-SW
058400         MOVE "Y" TO CN-EOF-SW
058500     END-IF.
058600 2100-EXIT.
058700     EXIT.
058800*-----------------------------------------------------------------
058900* 2200-CONVERT-LEDGER-ROW FILLS THE V2 AREA OF ONE LEDGER ROW. A
059000* CAPBKOUT REVERSAL ROW (TAGGED IN COLS 62-69) SHOWS A RESTORED
059100* STANDING, NOT A SCORE, SO ITS PART 2 ANSWER IS NEVER TAKEN FROM
059200* THE MASTER.
059300*-----------------------------------------------------------------
059400 2200-CONVERT-LEDGER-ROW SECTION.
059500 2200-START.
059600     IF CN-LV-VERSION = "V2"
059700         ADD 1 TO CN-DS-ALREADY
059800         GO TO 2200-EXIT
059900     END-IF
060000     MOVE CN-LV-SOURCE TO CN-SHORT-NAME
060100     PERFORM 2500-RESOLVE-NAME THRU 2500-EXIT
060200     IF NOT CN-RESOLVED
060300         MOVE CN-LV-DATE TO CN-UL-DATE
060400         PERFORM 2800-REPORT-UNRESOLVED THRU 2800-EXIT
060500         GO TO 2200-EXIT
060600     END-IF
060700     MOVE CN-LV-ANS TO CN-NUM-X
060800     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
060900     MOVE CN-NUM-9 TO CN-ROW-ANS
061000     MOVE "V2" TO CN-LV-VERSION
061100     MOVE CN-PUZZLE TO CN-LV-PUZZLE
061200     MOVE CN-FULL-NAME TO CN-LV-FULL-SOURCE
061300     IF CN-LV-TAG = SPACES
061400             AND CN-NUM-OK
061500             AND CN-ON-MAST
061600             AND CM-ANS = CN-ROW-ANS
061700         MOVE CM-HALFWAY TO CN-LV-HALFWAY
061800     ELSE
061900         MOVE SPACES TO CN-LV-HALFWAY-X
062000         ADD 1 TO CN-DS-NO-HALF
062100     END-IF
062200     ADD 1 TO CN-DS-CONVERTED.
062300 2200-EXIT.
062400     EXIT.
062500*-----------------------------------------------------------------
062600 2300-CONVERT-AUDIT-ROW SECTION.
062700 2300-START.
062800     IF CN-AV-VERSION = "V2"
062900         ADD 1 TO CN-DS-ALREADY
063000         GO TO 2300-EXIT
063100     END-IF
063200     MOVE CN-AV-SOURCE TO CN-SHORT-NAME
063300     PERFORM 2500-RESOLVE-NAME THRU 2500-EXIT
063400     IF NOT CN-RESOLVED
063500         MOVE CN-AV-DATE(1:10) TO CN-UL-DATE
063600         PERFORM 2800-REPORT-UNRESOLVED THRU 2800-EXIT
063700         GO TO 2300-EXIT
063800     END-IF
063900     MOVE "V2" TO CN-AV-VERSION
064000     MOVE CN-PUZZLE TO CN-AV-PUZZLE
064100     MOVE CN-FULL-NAME TO CN-AV-FULL-SOURCE
064200     ADD 1 TO CN-DS-CONVERTED.
064300 2300-EXIT.
064400     EXIT.
064500*-----------------------------------------------------------------
064600* 2500-RESOLVE-NAME TURNS THE 40-BYTE NAME IN CN-SHORT-NAME INTO
064700* THE FULL NAME IN CN-FULL-NAME AND ITS PUZZLE TYPE IN CN-PUZZLE.
064800* A NAME WHOSE LAST BYTE IS BLANK WAS NEVER CUT SHORT. A FULL
064900* 40 BYTES MAY HAVE BEEN, SO THE MASTER IS BROWSED FROM THAT
065000* PREFIX AND MUST HOLD EXACTLY ONE KEY STARTING WITH IT. ON A
065100* RESOLVED NAME CN-ON-MAST SAYS WHETHER CAPMAST-RECORD HOLDS ITS
065200* MASTER ROW.
065300*-----------------------------------------------------------------
065400 2500-RESOLVE-NAME SECTION.
065500 2500-START.
065600     MOVE "N" TO CN-RESOLVE-RC
065700     MOVE SPACES TO CN-FULL-NAME
065800     MOVE SPACES TO CN-PUZZLE
065900     MOVE "N" TO CN-ON-MAST-SW
066000     IF CN-SHORT-NAME = SPACES
066100         GO TO 2500-EXIT
066200     END-IF
066300     IF CN-SHORT-NAME(40:1) = SPACE
066400         MOVE CN-SHORT-NAME TO CN-FULL-NAME
066500         MOVE "Y" TO CN-RESOLVE-RC
066600         PERFORM 2600-READ-MASTER-EXACT THRU 2600-EXIT
066700         PERFORM 2700-LOOK-UP-PUZZLE THRU 2700-EXIT
066800         GO TO 2500-EXIT
066900     END-IF
067000     IF NOT CN-MAST-OPEN
067100         GO TO 2500-EXIT
067200     END-IF
067300     MOVE ZERO TO CN-MATCHES
067400     MOVE CN-SHORT-NAME TO CM-SOURCE
067500     START CAPMAST-FILE KEY IS NOT LESS THAN CM-SOURCE
067600         INVALID KEY
067700             GO TO 2500-EXIT
067800     END-START
067900     MOVE "N" TO CN-BROWSE-DONE-SW
068000     PERFORM 2550-BROWSE-ONE-KEY THRU 2550-EXIT
068100         UNTIL CN-BROWSE-DONE
068200     EVALUATE CN-MATCHES
068300         WHEN 0
068400             MOVE "N" TO CN-RESOLVE-RC
068500         WHEN 1
068600             MOVE "Y" TO CN-RESOLVE-RC
068700             PERFORM 2600-READ-MASTER-EXACT THRU 2600-EXIT
068800             PERFORM 2700-LOOK-UP-PUZZLE THRU 2700-EXIT
068900         WHEN OTHER
069000             MOVE "M" TO CN-RESOLVE-RC
069100     END-EVALUATE.
069200 2500-EXIT.
069300     EXIT.
069400*-----------------------------------------------------------------
069500* 2550-BROWSE-ONE-KEY READS THE NEXT MASTER KEY IN SEQUENCE. THE
069600* BROWSE STOPS AT THE FIRST KEY PAST THE PREFIX, OR AT A SECOND
069700* MATCH - TWO IS ALREADY TOO MANY TO CHOOSE BETWEEN.
069800*-----------------------------------------------------------------
069900 2550-BROWSE-ONE-KEY SECTION.
070000 2550-START.
070100     READ CAPMAST-FILE NEXT RECORD
070200         AT END
070300             MOVE "Y" TO CN-BROWSE-DONE-SW
070400             GO TO 2550-EXIT
070500     END-READ
070600     IF CM-SOURCE(1:40) NOT = CN-SHORT-NAME
070700         MOVE "Y" TO CN-BROWSE-DONE-SW
070800         GO TO 2550-EXIT
070900     END-IF
071000     ADD 1 TO CN-MATCHES
071100     IF CN-MATCHES = 1
071200         MOVE CM-SOURCE TO CN-FULL-NAME
071300     ELSE
071400         MOVE "Y" TO CN-BROWSE-DONE-SW
071500     END-IF.
071600 2550-EXIT.
071700     EXIT.
071800*-----------------------------------------------------------------
071900 2600-READ-MASTER-EXACT SECTION.
072000 2600-START.
072100     MOVE "N" TO CN-ON-MAST-SW
072200     IF NOT CN-MAST-OPEN
072300         GO TO 2600-EXIT
072400     END-IF
072500     MOVE CN-FULL-NAME TO CM-SOURCE
072600     READ CAPMAST-FILE
072700         INVALID KEY
072800             CONTINUE
072900         NOT INVALID KEY
073000             MOVE "Y" TO CN-ON-MAST-SW
073100     END-READ.
073200 2600-EXIT.
073300     EXIT.
073400*-----------------------------------------------------------------
073500 2700-LOOK-UP-PUZZLE SECTION.
073600 2700-START.
073700     MOVE SPACES TO CN-PUZZLE
073800     IF NOT CN-SRCE-OPEN
073900         GO TO 2700-EXIT
074000     END-IF
074100     MOVE SPACES TO CAPSRCE-RECORD
074200     MOVE CN-FULL-NAME TO SR-SOURCE
074300     READ CAPSRCE-FILE
074400         INVALID KEY
074500             CONTINUE
074600         NOT INVALID KEY
074700             MOVE SR-PUZZLE TO CN-PUZZLE
074800     END-READ.
074900 2700-EXIT.
075000     EXIT.
075100*-----------------------------------------------------------------
075200* 2800-REPORT-UNRESOLVED COUNTS AND NAMES A ROW LEFT IN THE OLD
075300* LAYOUT. CN-UL-DATE IS SET BY THE CALLER.
075400*-----------------------------------------------------------------
075500 2800-REPORT-UNRESOLVED SECTION.
075600 2800-START.
075700     ADD 1 TO CN-DS-UNRESOLVED
075800     MOVE 4 TO CN-NEW-RC
075900     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
076000     MOVE CN-SHORT-NAME TO CN-UL-SOURCE
076100     EVALUATE TRUE
076200         WHEN CN-AMBIGUOUS
076300             MOVE "MORE THAN ONE MASTER KEY - LEFT OLD"
076400                 TO CN-UL-TEXT
076500         WHEN OTHER
076600             MOVE "NO MASTER KEY - LEFT OLD" TO CN-UL-TEXT
076700     END-EVALUATE
076800     MOVE " " TO CAPCVRPT-CTRL
076900     MOVE CN-UNRES-LINE TO CAPCVRPT-LINE
077000     WRITE CAPCVRPT-RECORD.
077100 2800-EXIT.
077200     EXIT.
077300*-----------------------------------------------------------------
077400* 3000-COPY-BACK REWRITES THE DATASET FROM THE STAGED WORK FILE.
077500* CN-DS-COPIED MUST COME OUT EQUAL TO CN-DS-READ; ANYTHING LESS
077600* MEANS THE DATASET NOW HOLDS A PARTIAL COPY AND CAPCVWRK STILL
077700* HOLDS THE WHOLE OF IT, AND THE CONSOLE SAYS SO.
077800*-----------------------------------------------------------------
077900 3000-COPY-BACK SECTION.
078000 3000-START.
078100     OPEN INPUT CAPCVWRK-FILE
078200     IF CN-CAPCVWRK-STATUS NOT = "00"
078300         MOVE SPACES TO CN-DL-STATUS
078400         STRING "CAPCVWRK REOPEN FAILED, STATUS "
078500             DELIMITED BY SIZE
078600             CN-CAPCVWRK-STATUS DELIMITED BY SIZE
078700             INTO CN-DL-STATUS
078800         GO TO 3000-EXIT
078900     END-IF
079000     OPEN OUTPUT HIST-FILE
079100     IF CN-HIST-STATUS NOT = "00"
079200         MOVE SPACES TO CN-DL-STATUS
079300         STRING "REWRITE OPEN FAILED, STATUS " DELIMITED BY SIZE
079400             CN-HIST-STATUS DELIMITED BY SIZE
079500             INTO CN-DL-STATUS
079600         CLOSE CAPCVWRK-FILE
079700         GO TO 3000-EXIT
079800     END-IF
079900     MOVE "N" TO CN-EOF-SW
080000     PERFORM 3100-COPY-ONE-ROW THRU 3100-EXIT
080100         UNTIL CN-EOF
080200     CLOSE CAPCVWRK-FILE
080300     CLOSE HIST-FILE
080400     IF CN-DS-COPIED NOT = CN-DS-READ
080500         DISPLAY "CAPCONV - " CN-HIST-NAME(1:24) " HOLDS A "
080600             "PARTIAL COPY - RESTORE IT FROM CAPCVWRK BEFORE "
080700             "ANY OTHER JOB RUNS"
080800     END-IF.
080900 3000-EXIT.
081000     EXIT.
081100*-----------------------------------------------------------------
081200 3100-COPY-ONE-ROW SECTION.
081300 3100-START.
081400     IF CN-KIND-LEDGER
081500         READ CAPCVWRK-FILE
081600             AT END
081700                 MOVE "Y" TO CN-EOF-SW
081800                 GO TO 3100-EXIT
081900         END-READ
082000         WRITE HIST-LEDGER-RECORD FROM CAPCVWRK-LEDGER-RECORD
082100     ELSE
082200         READ CAPCVWRK-FILE
082300             AT END
082400                 MOVE "Y" TO CN-EOF-SW
082500                 GO TO 3100-EXIT
082600         END-READ
082700         WRITE HIST-AUDIT-RECORD FROM CAPCVWRK-AUDIT-RECORD
082800     END-IF
082900     IF CN-HIST-STATUS NOT = "00"
083000         MOVE SPACES TO CN-DL-STATUS
083100         STRING "REWRITE FAILED, STATUS " DELIMITED BY SIZE
083200             CN-HIST-STATUS DELIMITED BY SIZE
083300             INTO CN-DL-STATUS
083400         MOVE "Y" TO CN-EOF-SW
083500         GO TO 3100-EXIT
083600     END-IF
083700     ADD 1 TO CN-DS-COPIED.
083800 3100-EXIT.
083900     EXIT.
084000*-----------------------------------------------------------------
084100 4000-PRINT-TOTALS SECTION.
084200 4000-START.
084300     MOVE " " TO CAPCVRPT-CTRL
084400     MOVE SPACES TO CAPCVRPT-LINE
084500     WRITE CAPCVRPT-RECORD
084600     MOVE "DATASETS ON THE LIST........" TO CN-CL-LABEL
084700     MOVE CN-TOT-DATASETS TO CN-CL-COUNT
084800     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
084900     MOVE "DATASETS NOT CONVERTED......" TO CN-CL-LABEL
085000     MOVE CN-TOT-FAILED TO CN-CL-COUNT
085100     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
085200     MOVE "ROWS READ..................." TO CN-CL-LABEL
085300     MOVE CN-TOT-READ TO CN-CL-COUNT
085400     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
085500     MOVE "ROWS CONVERTED TO V2........" TO CN-CL-LABEL
085600     MOVE CN-TOT-CONVERTED TO CN-CL-COUNT
085700     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
085800     MOVE "ROWS ALREADY V2............." TO CN-CL-LABEL
085900     MOVE CN-TOT-ALREADY TO CN-CL-COUNT
086000     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
086100     MOVE "ROWS LEFT UNRESOLVED........" TO CN-CL-LABEL
086200     MOVE CN-TOT-UNRESOLVED TO CN-CL-COUNT
086300     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
086400     MOVE "LEDGER ROWS WITHOUT PART 2.." TO CN-CL-LABEL
086500     MOVE CN-TOT-NO-HALF TO CN-CL-COUNT
086600     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
086700     MOVE " " TO CAPCVRPT-CTRL
086800     MOVE SPACES TO CAPCVRPT-LINE
086900     WRITE CAPCVRPT-RECORD
087000     MOVE " " TO CAPCVRPT-CTRL
087100     MOVE SPACES TO CAPCVRPT-LINE
087200     STRING "***** END OF CAPCONV CONVERSION REPORT *****"
087300         DELIMITED BY SIZE INTO CAPCVRPT-LINE
087400     WRITE CAPCVRPT-RECORD.
087500 4000-EXIT.
087600     EXIT.
087700*-----------------------------------------------------------------
087800 4100-WRITE-COUNT-LINE SECTION.
087900 4100-START.
088000     MOVE " " TO CAPCVRPT-CTRL
088100     MOVE CN-COUNT-LINE TO CAPCVRPT-LINE
088200     WRITE CAPCVRPT-RECORD.
088300 4100-EXIT.
088400     EXIT.
088500*-----------------------------------------------------------------
088600* 8200-PARSE-NUMBER TURNS AN 8-BYTE PRINT FIELD INTO CN-NUM-9,
088700* THE SAME WAY CAPVERIF PARSES ITS COLUMNS.
088800*-----------------------------------------------------------------
088900 8200-PARSE-NUMBER SECTION.
089000 8200-START.
089100     MOVE "N" TO CN-NUM-OK-SW
089200     MOVE ZERO TO CN-NUM-9
089300     IF CN-NUM-X = SPACES
089400         GO TO 8200-EXIT
089500     END-IF
089600     INSPECT CN-NUM-X REPLACING LEADING " " BY "0"
089700     IF CN-NUM-X NOT NUMERIC
089800         GO TO 8200-EXIT
089900     END-IF
090000     MOVE CN-NUM-X TO CN-NUM-9
090100     MOVE "Y" TO CN-NUM-OK-SW.
090200 8200-EXIT.
090300     EXIT.
090400*-----------------------------------------------------------------
090500* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
090600* CN-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
090700* CONDITIONS ONLY EVER ESCALATE.
090800*-----------------------------------------------------------------
090900 9000-RAISE-CONDITION SECTION.
091000 9000-START.
091100     IF CN-NEW-RC > CN-RUN-RC
091200         MOVE CN-NEW-RC TO CN-RUN-RC
091300     END-IF.
091400 9000-EXIT.
091500     EXIT.
091600*-----------------------------------------------------------------
091700 END PROGRAM CAPCONV.
