000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    MONTH-END VENDOR PERFORMANCE SCORECARD.
000700*
000800*             WHAT A VENDOR DID IN A MONTH IS SPREAD OVER SIX
000900*             PLACES: THE CAPSRCE REGISTRY (WHO SENDS WHICH
001000*             FEED, AND ON WHAT SCHEDULE), THE CAPARLOG ARRIVAL
001100*             LOG, THE CAPREJ SUSPENSE FILE AND ITS CAPRJHST
001200*             HISTORY, THE DUPLICATE SECTION THE CAPFPRNT CHECK
001300*             PRINTS ON EACH DAY'S CAPRPT, THE CAPQRPT QUALITY
001400*             REPORTS AND THE CAPMFRPT MISSED-FEED REPORTS. THIS
001500*             JOB PUTS THEM TOGETHER, ONE LINE PER SR-VENDOR, ON
001600*             THE CAPVSRPT SCORECARD FOR THE VENDOR REVIEW.
001700*
001800*             FOR EACH VENDOR, OVER THE SCORECARD MONTH:
001900*
002000*               - DUE: ONE PER FEED PER DAY ITS SCHEDULE SAYS
002100*                 (D EVERY DAY, W WEEKDAYS, M THE FIRST), THE
002200*                 SAME RULES CAPCHECK PAGES ON.
002300*               - ON TIME: A DUE DAY THE FEED ARRIVED ON.
002400*               - LATE: A DUE DAY IT DID NOT, MADE GOOD BY AN
002500*                 ARRIVAL ON A LATER DAY IT WAS NOT DUE, BEFORE
002600*                 ITS NEXT DUE DAY.
002700*               - MISSING: EVERY OTHER DUE DAY.
002800*               - ARRIVED: ARRIVALS LOGGED, SET-ASIDES INCLUDED.
002900*               - REJECTS PER 100 ARRIVALS BY CAPREJ REASON - OV
003000*                 OVERLONG, EM EMPTY, BC BAD CHARACTER, PT NO
003010*                 SCORER FOR THE PUZZLE TYPE - AND ANY OTHER. A
003020*                 TEXT FEED'S NL (NOT LOWERCASE) COUNTS AS BC AND
003030*                 ITS BL (BLANK LINE) AS EM.
003200*               - DUPS: RE-SENDS OF CONTENT ALREADY ON CAPFPRNT.
003300*               - QFLG: FILES CAPQRPT FLAGGED SUSPECT.
003400*               - RSUB: RESUBMITS NEEDED - REJECTS OF FILES THAT
003500*                 WENT ON TO SCORE (CAPMAST LAST SCORED ON OR
003600*                 AFTER THE REJECT).
003700*               - PAGE: TIMES CAPCHECK PAGED THE FEED MISSING.
003800*
003900*             SCORE = ON-TIME PERCENT OF DUE, LESS REJECTS PER
004000*             100 ARRIVALS, LESS DUPS AND FLAGS PER 100 ARRIVALS,
004100*             NEVER BELOW ZERO. VENDORS ARE PRINTED IN RANK
004200*             ORDER, HIGHEST SCORE FIRST, AGAINST THE PRIOR
004300*             MONTH'S RANK AND SCORE FROM THE CAPVSHST HISTORY
004400*             THIS JOB APPENDS TO EVERY RUN (THE LAST ROWS FOR A
004500*             MONTH WIN, SO A RERUN SIMPLY SUPERSEDES).
004600*
004700*             THE MONTH IS THE ONE BEFORE TODAY UNLESS THE
004800*             CAPVSMON SETTING (YYYY-MM) NAMES ANOTHER. A RUN FOR
004900*             THE CURRENT MONTH COUNTS DUE DAYS UP TO YESTERDAY.
005000*             THE REPORT IS A GENERATION, CAPVSRPT.YYYYMM,
005100*             RECORDED ON THE CAPRPIDX INDEX UNDER THE FIRST OF
005200*             THE MONTH.
005300*
005400*             CONDITIONS: 0 CLEAN, 4 A SUPPORTING SOURCE WAS
005500*             UNAVAILABLE (THE FIGURES IT FEEDS ARE UNDERSTATED),
005600*             8 ARRIVAL LOG OR OUTPUT FILE TROUBLE, 16 NO
005610*             REGISTRY OR A TABLE FULL - NO SCORECARD IS WRITTEN -
005620*             OR A DATASET LOCKED BY ANOTHER JOB.
005800*
005900* MODIFICATION HISTORY.
006000*   2026-10-15  M00SK  ORIGINAL VERSION.
006010*   2026-10-15  M00SK  COUNTS THE TEXT-FEED REJECTS NL (NOT
006020*                      LOWERCASE) WITH BC AND BL (BLANK LINE)
006030*                      WITH EM.
006040*   2026-10-15  M00SK  CAPMAST ROWS CARRY THE DISPUTE HOLD FLAG
006050*                      AND DISPUTE NUMBER (136 BYTES); THE FD
006051*                      FOLLOWS.
006060*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
006069*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
006078*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
006087*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
006100******************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. CAPVSCR.
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CAPSRCE-FILE ASSIGN TO "CAPSRCE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS SR-SOURCE
007100         FILE STATUS IS VS-CAPSRCE-STATUS.
007200     SELECT CAPMAST-FILE ASSIGN TO "CAPMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS CM-SOURCE
007600         FILE STATUS IS VS-CAPMAST-STATUS.
007700     SELECT CAPARLOG-FILE ASSIGN TO "CAPARLOG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS VS-CAPARLOG-STATUS.
008000     SELECT CAPREJ-FILE ASSIGN TO "CAPREJ"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS VS-CAPREJ-STATUS.
008300     SELECT CAPRJHST-FILE ASSIGN TO "CAPRJHST"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS VS-CAPRJHST-STATUS.
008600     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS VS-CAPRPIDX-STATUS.
008900     SELECT GENERATION-FILE ASSIGN DYNAMIC VS-GEN-NAME
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS VS-GENERATION-STATUS.
009200     SELECT CAPVSHST-FILE ASSIGN TO "CAPVSHST"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS VS-CAPVSHST-STATUS.
009500     SELECT CAPVSRPT-FILE ASSIGN DYNAMIC VS-CAPVSRPT-NAME
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS VS-CAPVSRPT-STATUS.
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CAPSRCE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  CAPSRCE-RECORD.
010300     05  SR-SOURCE                              PIC X(80).
010400     05  SR-VENDOR                              PIC X(20).
010500     05  SR-PUZZLE                              PIC X(04).
010600     05  SR-SCHED                               PIC X(01).
010700 FD  CAPMAST-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  CAPMAST-RECORD.
011000     05  CM-SOURCE                              PIC X(80).
011100     05  CM-FIRST-DATE                          PIC X(10).
011200     05  CM-LAST-DATE                           PIC X(10).
011300     05  CM-TIMES-SCORED                        PIC 9(05).
011400     05  CM-DIGIT-COUNT                         PIC 9(08).
011500     05  CM-ANS                                 PIC 9(08).
011600     05  CM-HALFWAY                             PIC 9(08).
011610     05  CM-HOLD-FLAG                           PIC X(01).
011620         88  CM-ON-HOLD                         VALUE "H".
011630     05  CM-HOLD-DISPUTE                        PIC X(06).
011700 FD  CAPARLOG-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  CAPARLOG-RECORD.
012000     05  AL-DATE.
012100         10  AL-MONTH                           PIC X(07).
012200         10  FILLER                             PIC X(01).
012300         10  AL-DAY                             PIC X(02).
012400     05  FILLER                                 PIC X(01).
012500     05  AL-DISP                                PIC X(10).
012600     05  FILLER                                 PIC X(01).
012700     05  AL-PUZZLE                              PIC X(04).
012800     05  FILLER                                 PIC X(01).
012900     05  AL-SOURCE                              PIC X(80).
013000 FD  CAPREJ-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  CAPREJ-RECORD                              PIC X(211).
013300 FD  CAPRJHST-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  CAPRJHST-RECORD                            PIC X(211).
013600 FD  CAPRPIDX-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  CAPRPIDX-RECORD                            PIC X(43).
013900 FD  GENERATION-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  GENERATION-RECORD                          PIC X(133).
014200 FD  CAPVSHST-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  CAPVSHST-RECORD                            PIC X(100).
014500 FD  CAPVSRPT-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  CAPVSRPT-RECORD.
014800     05  CAPVSRPT-CTRL                          PIC X(01).
014900     05  CAPVSRPT-LINE                          PIC X(132).
015000 WORKING-STORAGE SECTION.
015100 77  VS-CAPSRCE-STATUS                          PIC X(02).
015200 77  VS-CAPMAST-STATUS                          PIC X(02).
015300 77  VS-CAPARLOG-STATUS                         PIC X(02).
015400 77  VS-CAPREJ-STATUS                           PIC X(02).
015500 77  VS-CAPRJHST-STATUS                         PIC X(02).
015600 77  VS-CAPRPIDX-STATUS                         PIC X(02).
015700 77  VS-GENERATION-STATUS                       PIC X(02).
015800 77  VS-CAPVSHST-STATUS                         PIC X(02).
015900 77  VS-CAPVSRPT-STATUS                         PIC X(02).
016000 77  VS-GEN-NAME                                PIC X(80)
016100                                                VALUE SPACES.
016200 77  VS-CAPVSRPT-NAME                           PIC X(80)
016300                                               VALUE "CAPVSRPT".
016400 77  VS-GEN-TYPE                                PIC X(08)
016500                                                VALUE SPACES.
016600 77  VS-FULL-TABLE                              PIC X(10)
016700                                                VALUE SPACES.
016800 77  VS-OVERRIDE-X                              PIC X(10)
016900                                                VALUE SPACES.
017000 77  VS-MAST-OPEN-SW                            PIC X(01)
017100                                                VALUE "N".
017200     88  VS-MAST-OPEN                           VALUE "Y".
017300 77  VS-ABANDON-SW                              PIC X(01)
017400                                                VALUE "N".
017500     88  VS-ABANDONED                           VALUE "Y".
017600 77  VS-CATCH-SW                                PIC X(01)
017700                                                VALUE "N".
017800     88  VS-CATCH-DONE                          VALUE "Y".
017900 77  VS-CAUGHT-SW                               PIC X(01)
018000                                                VALUE "N".
018100     88  VS-CAUGHT-UP                           VALUE "Y".
018200 77  VS-SEEN-SW                                 PIC X(01)
018300                                                VALUE "N".
018400     88  VS-GEN-SEEN                            VALUE "Y".
018500 77  VS-SX                                      PIC 9(04) COMP
018600                                                VALUE ZERO.
018700 77  VS-VX                                      PIC 9(04) COMP
018800                                                VALUE ZERO.
018900 77  VS-JX                                      PIC 9(04) COMP
019000                                                VALUE ZERO.
019100 77  VS-GX                                      PIC 9(04) COMP
019200                                                VALUE ZERO.
019300 77  VS-RX                                      PIC 9(04) COMP
019400                                                VALUE ZERO.
019500 77  VS-D                                       PIC 9(04) COMP
019600                                                VALUE ZERO.
019700 77  VS-E                                       PIC 9(04) COMP
019800                                                VALUE ZERO.
019900 77  VS-DAY-9                                   PIC 9(02)
020000                                                VALUE ZERO.
020100 77  VS-WANT-VENDOR                             PIC X(20)
020200                                                VALUE SPACES.
020300 77  VS-WANT-SOURCE                             PIC X(80)
020400                                                VALUE SPACES.
020500 77  VS-WANT-PREFIX                             PIC X(40)
020600                                                VALUE SPACES.
020700 77  VS-DUE-MAP                                 PIC X(31)
020800                                                VALUE SPACES.
020900 77  VS-RUN-RC                                  PIC 9(02)
021000                                                VALUE ZERO.
021100 77  VS-NEW-RC                                  PIC 9(02)
021200                                                VALUE ZERO.
021300 77  VS-RUN-DATE-YYYYMMDD                       PIC 9(08)
021400                                                VALUE ZERO.
021500 77  VS-RUN-MMDD                                PIC 9(04)
021600                                                VALUE ZERO.
021700 77  VS-RUN-YYYYMM                              PIC 9(06)
021800                                                VALUE ZERO.
021900 77  VS-MON-YYYYMM                              PIC 9(06)
022000                                                VALUE ZERO.
022100 77  VS-MON-DAYS                                PIC 9(02)
022200                                                VALUE ZERO.
022300 77  VS-LAST-DAY                                PIC 9(02)
022400                                                VALUE ZERO.
022500 77  VS-REM                                     PIC 9(04)
022600                                                VALUE ZERO.
022700 77  VS-QUOT                                    PIC 9(08)
022800                                                VALUE ZERO.
022900 77  VS-FIRST-H                                 PIC 9(04)
023000                                                VALUE ZERO.
023100 77  VS-REJ-DATE                                PIC X(10)
023200                                                VALUE SPACES.
023300 77  VS-REJ-SOURCE                              PIC X(80)
023400                                                VALUE SPACES.
023500 77  VS-REJ-REASON                              PIC X(02)
023600                                                VALUE SPACES.
023700 77  VS-REJ-TOTAL                               PIC 9(06)
023800                                                VALUE ZERO.
023900 77  VS-PCT                                     PIC 9(03)V9
024000                                                VALUE ZERO.
024100 77  VS-SCORE-WORK                              PIC S9(05)V9
024200                                                VALUE ZERO.
024300 77  VS-CHANGE-WORK                             PIC S9(03)V9
024400                                                VALUE ZERO.
024500 77  VS-MOVE-ED                                 PIC ZZ9.
024600 77  VS-RANK-ED                                 PIC ZZ9.
024700 01  VS-RUN-DATE-X.
024800     05  VS-RUN-YYYY                            PIC 9(04).
024900     05  FILLER                                 PIC X(01)
025000                                                VALUE "-".
025100     05  VS-RUN-MM                              PIC 9(02).
025200     05  FILLER                                 PIC X(01)
025300                                                VALUE "-".
025400     05  VS-RUN-DD                              PIC 9(02).
025500 01  VS-MON-X.
025600     05  VS-MON-YYYY                            PIC 9(04).
025700     05  FILLER                                 PIC X(01)
025800                                                VALUE "-".
025900     05  VS-MON-MM                              PIC 9(02).
026000 01  VS-PRV-X.
026100     05  VS-PRV-YYYY                            PIC 9(04).
026200     05  FILLER                                 PIC X(01)
026300                                                VALUE "-".
026400     05  VS-PRV-MM                              PIC 9(02).
026500*-----------------------------------------------------------------
026600* ZELLER'S CONGRUENCE WORK FIELDS, AS IN CAPCHECK, FOR THE FIRST
026700* OF THE MONTH. VS-FIRST-H IS 0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR
026800* MONDAY THROUGH 6 FOR FRIDAY; EVERY LATER DAY FOLLOWS ON MOD 7.
026900*-----------------------------------------------------------------
027000 01  VS-ZELLER-FIELDS.
027100     05  VS-ZC-Y                                PIC 9(04).
027200     05  VS-ZC-M                                PIC 9(02).
027300     05  VS-ZC-K                                PIC 9(04).
027400     05  VS-ZC-J                                PIC 9(04).
027500     05  VS-ZC-WORK                             PIC 9(08).
027600     05  VS-ZC-SUM                              PIC 9(08).
027700*-----------------------------------------------------------------
027800* THE DUE DAYS OF THE MONTH FOR EACH SCHEDULE CODE, ONE BYTE PER
027900* DAY - Y DUE, N NOT.
028000*-----------------------------------------------------------------
028100 01  VS-SCHED-MAPS.
028200     05  VS-DUE-DAILY                           PIC X(31).
028300     05  VS-DUE-WEEKDAYS                        PIC X(31).
028400     05  VS-DUE-MONTHLY                         PIC X(31).
028500*-----------------------------------------------------------------
028600* EVERY REGISTERED FEED, WITH ITS VENDOR'S SLOT AND ONE BYTE PER
028700* DAY OF THE MONTH FROM THE ARRIVAL LOG - N NOTHING ARRIVED, Y AN
028800* ARRIVAL, C AN ARRIVAL ALREADY COUNTED AS A LATE CATCH-UP.
028900*-----------------------------------------------------------------
029000 01  VS-SRC-TABLE.
029100     05  VS-SRC-COUNT                           PIC 9(04) COMP
029200                                                VALUE ZERO.
029300     05  VS-SRC-ENTRY OCCURS 500 TIMES.
029400         10  VS-ST-SOURCE                       PIC X(80).
029500         10  VS-ST-SCHED                        PIC X(01).
029600         10  VS-ST-VX                           PIC 9(04) COMP.
029700         10  VS-ST-ARRIVED                      PIC X(31).
029800 01  VS-VND-TABLE.
029900     05  VS-VND-COUNT                           PIC 9(04) COMP
030000                                                VALUE ZERO.
030100     05  VS-VND-ENTRY OCCURS 100 TIMES.
030200         10  VS-VD-VENDOR                       PIC X(20).
030300         10  VS-VD-FEEDS                        PIC 9(06).
030400         10  VS-VD-DUE                          PIC 9(06).
030500         10  VS-VD-ONTIME                       PIC 9(06).
030600         10  VS-VD-LATE                         PIC 9(06).
030700         10  VS-VD-MISSING                      PIC 9(06).
030800         10  VS-VD-ARRIVED                      PIC 9(06).
030900         10  VS-VD-REJ-OV                       PIC 9(06).
031000         10  VS-VD-REJ-EM                       PIC 9(06).
031100         10  VS-VD-REJ-BC                       PIC 9(06).
031200         10  VS-VD-REJ-PT                       PIC 9(06).
031300         10  VS-VD-REJ-OTH                      PIC 9(06).
031400         10  VS-VD-DUPS                         PIC 9(06).
031500         10  VS-VD-QFLAGS                       PIC 9(06).
031600         10  VS-VD-RESUBS                       PIC 9(06).
031700         10  VS-VD-PAGED                        PIC 9(06).
031800         10  VS-VD-SCORE                        PIC 9(03)V9.
031900         10  VS-VD-RANK                         PIC 9(03).
032000         10  VS-VD-PRV-SW                       PIC X(01).
032100         10  VS-VD-PRV-RANK                     PIC 9(03).
032200         10  VS-VD-PRV-SCORE                    PIC 9(03)V9.
032300*-----------------------------------------------------------------
032400* THE ALL-VENDORS LINE IS ONE MORE VENDOR ENTRY, BUILT FROM THE
032500* SUMS, SO IT PRINTS AND SCORES THROUGH THE SAME SECTIONS.
032600*-----------------------------------------------------------------
032700 01  VS-TOT-ENTRY.
032800     05  VS-TT-VENDOR                           PIC X(20).
032900     05  VS-TT-FEEDS                            PIC 9(06).
033000     05  VS-TT-DUE                              PIC 9(06).
033100     05  VS-TT-ONTIME                           PIC 9(06).
033200     05  VS-TT-LATE                             PIC 9(06).
033300     05  VS-TT-MISSING                          PIC 9(06).
033400     05  VS-TT-ARRIVED                          PIC 9(06).
033500     05  VS-TT-REJ-OV                           PIC 9(06).
033600     05  VS-TT-REJ-EM                           PIC 9(06).
033700     05  VS-TT-REJ-BC                           PIC 9(06).
033800     05  VS-TT-REJ-PT                           PIC 9(06).
033900     05  VS-TT-REJ-OTH                          PIC 9(06).
034000     05  VS-TT-DUPS                             PIC 9(06).
034100     05  VS-TT-QFLAGS                           PIC 9(06).
034200     05  VS-TT-RESUBS                           PIC 9(06).
034300     05  VS-TT-PAGED                            PIC 9(06).
034400     05  VS-TT-SCORE                            PIC 9(03)V9.
034500     05  VS-TT-RANK                             PIC 9(03).
034600     05  VS-TT-PRV-SW                           PIC X(01).
034700     05  VS-TT-PRV-RANK                         PIC 9(03).
034800     05  VS-TT-PRV-SCORE                        PIC 9(03)V9.
034900*-----------------------------------------------------------------
035000* THE ENTRY BEING SCORED OR PRINTED - A VENDOR'S, OR THE TOTALS.
035100*-----------------------------------------------------------------
035200 01  VS-WRK-ENTRY.
035300     05  VS-WK-VENDOR                           PIC X(20).
035400     05  VS-WK-FEEDS                            PIC 9(06).
035500     05  VS-WK-DUE                              PIC 9(06).
035600     05  VS-WK-ONTIME                           PIC 9(06).
035700     05  VS-WK-LATE                             PIC 9(06).
035800     05  VS-WK-MISSING                          PIC 9(06).
035900     05  VS-WK-ARRIVED                          PIC 9(06).
036000     05  VS-WK-REJ-OV                           PIC 9(06).
036100     05  VS-WK-REJ-EM                           PIC 9(06).
036200     05  VS-WK-REJ-BC                           PIC 9(06).
036300     05  VS-WK-REJ-PT                           PIC 9(06).
036400     05  VS-WK-REJ-OTH                          PIC 9(06).
036500     05  VS-WK-DUPS                             PIC 9(06).
036600     05  VS-WK-QFLAGS                           PIC 9(06).
036700     05  VS-WK-RESUBS                           PIC 9(06).
036800     05  VS-WK-PAGED                            PIC 9(06).
036900     05  VS-WK-SCORE                            PIC 9(03)V9.
037000     05  VS-WK-RANK                             PIC 9(03).
037100     05  VS-WK-PRV-SW                           PIC X(01).
037200     05  VS-WK-PRV-RANK                         PIC 9(03).
037300     05  VS-WK-PRV-SCORE                        PIC 9(03)V9.
037400*-----------------------------------------------------------------
037500* REPORT GENERATIONS ALREADY READ - A DAY THAT RAN TWICE HAS TWO
037600* INDEX ROWS NAMING THE SAME GENERATION, WHICH COUNTS ONCE.
037700*-----------------------------------------------------------------
037800 01  VS-GEN-TABLE.
037900     05  VS-GEN-COUNT                           PIC 9(04) COMP
038000                                                VALUE ZERO.
038100     05  VS-GEN-ENTRY OCCURS 400 TIMES.
038200         10  VS-GN-NAME                         PIC X(20).
038300 01  VS-IDX-REC.
038400     05  VS-IX-NAME                             PIC X(20).
038500     05  FILLER                                 PIC X(01).
038600     05  VS-IX-TYPE                             PIC X(08).
038700     05  FILLER                                 PIC X(01).
038800     05  VS-IX-DATE.
038900         10  VS-IX-MONTH                        PIC X(07).
039000         10  FILLER                             PIC X(03).
039100     05  FILLER                                 PIC X(01).
039200     05  VS-IX-RC                               PIC X(02).
039300 01  VS-RPIDX-LINE.
039400     05  VS-RX-NAME                             PIC X(20).
039500     05  FILLER                                 PIC X(01)
039600                                                VALUE SPACE.
039700     05  VS-RX-TYPE                             PIC X(08).
039800     05  FILLER                                 PIC X(01)
039900                                                VALUE SPACE.
040000     05  VS-RX-DATE                             PIC X(10).
040100     05  FILLER                                 PIC X(01)
040200                                                VALUE SPACE.
040300     05  VS-RX-RC                               PIC 9(02).
040400*-----------------------------------------------------------------
040500* ONE CAPVSHST ROW PER VENDOR PER RUN - THE MONTH, THE VENDOR, ITS
040600* RANK AND SCORE (TENTHS) AND THE COUNTS BEHIND THEM.
040700*-----------------------------------------------------------------
040800 01  VS-HIST-LINE.
040900     05  VS-HL-MONTH                            PIC X(07).
041000     05  FILLER                                 PIC X(01)
041100                                                VALUE SPACE.
041200     05  VS-HL-VENDOR                           PIC X(20).
041300     05  FILLER                                 PIC X(01)
041400                                                VALUE SPACE.
041500     05  VS-HL-RANK                             PIC 9(03).
041600     05  FILLER                                 PIC X(01)
041700                                                VALUE SPACE.
041800     05  VS-HL-SCORE                            PIC 9(03)V9.
041900     05  FILLER                                 PIC X(01)
042000                                                VALUE SPACE.
042100     05  VS-HL-DUE                              PIC 9(06).
042200     05  FILLER                                 PIC X(01)
042300                                                VALUE SPACE.
042400     05  VS-HL-ONTIME                           PIC 9(06).
042500     05  FILLER                                 PIC X(01)
042600                                                VALUE SPACE.
042700     05  VS-HL-LATE                             PIC 9(06).
042800     05  FILLER                                 PIC X(01)
042900                                                VALUE SPACE.
043000     05  VS-HL-MISSING                          PIC 9(06).
043100     05  FILLER                                 PIC X(01)
043200                                                VALUE SPACE.
043300     05  VS-HL-ARRIVED                          PIC 9(06).
043400     05  FILLER                                 PIC X(01)
043500                                                VALUE SPACE.
043600     05  VS-HL-REJECTS                          PIC 9(06).
043700     05  FILLER                                 PIC X(01)
043800                                                VALUE SPACE.
043900     05  VS-HL-DUPS                             PIC 9(06).
044000     05  FILLER                                 PIC X(01)
044100                                                VALUE SPACE.
044200     05  VS-HL-QFLAGS                           PIC 9(06).
044300     05  FILLER                                 PIC X(01)
044400                                                VALUE SPACE.
044500     05  VS-HL-RESUBS                           PIC 9(06).
044600 01  VS-HIST-IN REDEFINES VS-HIST-LINE.
044700     05  VS-HI-MONTH                            PIC X(07).
044800     05  FILLER                                 PIC X(01).
044900     05  VS-HI-VENDOR                           PIC X(20).
045000     05  FILLER                                 PIC X(01).
045100     05  VS-HI-RANK                             PIC X(03).
045200     05  FILLER                                 PIC X(01).
045300     05  VS-HI-SCORE                            PIC X(04).
045400     05  FILLER                                 PIC X(63).
045500 01  VS-HEAD-LINE-1.
045600     05  FILLER                                 PIC X(25)
045700                                                VALUE SPACES.
045800     05  FILLER                                 PIC X(29)
045900                          VALUE " ---------- DELIVERY --------".
046000     05  FILLER                                 PIC X(30)
046100                         VALUE " -- REJECTS PER 100 ARRIVED --".
046200     05  FILLER                                 PIC X(20)
046300                                   VALUE " ----- QUALITY -----".
046400     05  FILLER                                 PIC X(28)
046500                          VALUE "        --- VS PRIOR MONTH -".
046600 01  VS-HEAD-LINE-2.
046700     05  FILLER                                 PIC X(25)
046800                              VALUE "RNK  VENDOR".
046900     05  FILLER                                 PIC X(06)
047000                                                VALUE "   DUE".
047100     05  FILLER                                 PIC X(06)
047200                                                VALUE " ONTIM".
047300     05  FILLER                                 PIC X(05)
047400                                                VALUE " LATE".
047500     05  FILLER                                 PIC X(05)
047600                                                VALUE " MISS".
047700     05  FILLER                                 PIC X(06)
047800                                                VALUE " ARRIV".
047900     05  FILLER                                 PIC X(06)
048000                                                VALUE "    OV".
048100     05  FILLER                                 PIC X(06)
048200                                                VALUE "    EM".
048300     05  FILLER                                 PIC X(06)
048400                                                VALUE "    BC".
048500     05  FILLER                                 PIC X(06)
048600                                                VALUE "    PT".
048700     05  FILLER                                 PIC X(06)
048800                                                VALUE "   OTH".
048900     05  FILLER                                 PIC X(05)
049000                                                VALUE " DUPS".
049100     05  FILLER                                 PIC X(05)
049200                                                VALUE " QFLG".
049300     05  FILLER                                 PIC X(05)
049400                                                VALUE " RSUB".
049500     05  FILLER                                 PIC X(05)
049600                                                VALUE " PAGE".
049700     05  FILLER                                 PIC X(06)
049800                                                VALUE " SCORE".
049900     05  FILLER                                 PIC X(04)
050000                                                VALUE " PRV".
050100     05  FILLER                                 PIC X(09)
050200                                                VALUE " MOVE".
050300     05  FILLER                                 PIC X(07)
050400                                                VALUE " CHANGE".
050500 01  VS-DETAIL-LINE.
050600     05  VS-DL-RANK                             PIC ZZ9.
050700     05  VS-DL-RANK-X REDEFINES VS-DL-RANK      PIC X(03).
050800     05  FILLER                                 PIC X(02)
050900                                                VALUE SPACES.
051000     05  VS-DL-VENDOR                           PIC X(20).
051100     05  FILLER                                 PIC X(01)
051200                                                VALUE SPACE.
051300     05  VS-DL-DUE                              PIC ZZZZ9.
051400     05  FILLER                                 PIC X(01)
051500                                                VALUE SPACE.
051600     05  VS-DL-ONTIME                           PIC ZZZZ9.
051700     05  FILLER                                 PIC X(01)
051800                                                VALUE SPACE.
051900     05  VS-DL-LATE                             PIC ZZZ9.
052000     05  FILLER                                 PIC X(01)
052100                                                VALUE SPACE.
052200     05  VS-DL-MISSING                          PIC ZZZ9.
052300     05  FILLER                                 PIC X(01)
052400                                                VALUE SPACE.
052500     05  VS-DL-ARRIVED                          PIC ZZZZ9.
052600     05  FILLER                                 PIC X(01)
052700                                                VALUE SPACE.
052800     05  VS-DL-OV                               PIC ZZ9.9.
052900     05  FILLER                                 PIC X(01)
053000                                                VALUE SPACE.
053100     05  VS-DL-EM                               PIC ZZ9.9.
053200     05  FILLER                                 PIC X(01)
053300                                                VALUE SPACE.
053400     05  VS-DL-BC                               PIC ZZ9.9.
053500     05  FILLER                                 PIC X(01)
053600                                                VALUE SPACE.
053700     05  VS-DL-PT                               PIC ZZ9.9.
053800     05  FILLER                                 PIC X(01)
053900                                                VALUE SPACE.
054000     05  VS-DL-OTH                              PIC ZZ9.9.
054100     05  FILLER                                 PIC X(01)
054200                                                VALUE SPACE.
054300     05  VS-DL-DUPS                             PIC ZZZ9.
054400     05  FILLER                                 PIC X(01)
054500                                                VALUE SPACE.
054600     05  VS-DL-QFLAGS                           PIC ZZZ9.
054700     05  FILLER                                 PIC X(01)
054800                                                VALUE SPACE.
054900     05  VS-DL-RESUBS                           PIC ZZZ9.
055000     05  FILLER                                 PIC X(01)
055100                                                VALUE SPACE.
055200     05  VS-DL-PAGED                            PIC ZZZ9.
055300     05  FILLER                                 PIC X(01)
055400                                                VALUE SPACE.
055500     05  VS-DL-SCORE                            PIC ZZ9.9.
055600     05  FILLER                                 PIC X(01)
055700                                                VALUE SPACE.
055800     05  VS-DL-PRV                              PIC X(03).
055900     05  FILLER                                 PIC X(01)
056000                                                VALUE SPACE.
056100     05  VS-DL-MOVE                             PIC X(08).
056200     05  FILLER                                 PIC X(01)
056300                                                VALUE SPACE.
056400     05  VS-DL-CHANGE                           PIC +ZZ9.9.
056500     05  VS-DL-CHANGE-X REDEFINES VS-DL-CHANGE  PIC X(06).
056510*-----------------------------------------------------------------
056520* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
056530* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
056540*-----------------------------------------------------------------
056550 COPY CAPJOBA.
056600 PROCEDURE DIVISION.
056700 0000-MAIN SECTION.
056800*-----------------------------------------------------------------
056900* THE REGISTRY IS LOADED FIRST - WITHOUT IT THERE ARE NO VENDORS
057000* TO SCORE - AND A TABLE THAT FILLS AT ANY STEP ABANDONS THE RUN
057100* RATHER THAN PRINT A SCORECARD THAT QUIETLY LEAVES FEEDS OUT.
057200*-----------------------------------------------------------------
057300 0000-MAINLINE.
057400     PERFORM 0900-GET-MONTH THRU 0900-EXIT
057500     PERFORM 0960-BUILD-SCHEDULES THRU 0960-EXIT
057510     PERFORM 0800-JOB-START THRU 0800-EXIT
057520     IF JC-REFUSED
057530         MOVE 16 TO RETURN-CODE
057540         STOP RUN
057550     END-IF
057600     OPEN OUTPUT CAPVSRPT-FILE
057700     IF VS-CAPVSRPT-STATUS NOT = "00"
057800         DISPLAY "CAPVSCR - UNABLE TO OPEN "
057900             VS-CAPVSRPT-NAME(1:20)
058000             ", STATUS " VS-CAPVSRPT-STATUS
058100         MOVE 8 TO RETURN-CODE
058110         PERFORM 0890-JOB-END THRU 0890-EXIT
058200         STOP RUN
058300     END-IF
058400     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
058500     PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT
058600     IF NOT VS-ABANDONED
058700         PERFORM 2000-SCAN-ARRIVALS THRU 2000-EXIT
058800         PERFORM 3000-ASSESS-DELIVERIES THRU 3000-EXIT
058900         PERFORM 4000-SCAN-REJECTS THRU 4000-EXIT
059000         PERFORM 5000-SCAN-GENERATIONS THRU 5000-EXIT
059100     END-IF
059200     IF NOT VS-ABANDONED
059300         PERFORM 6000-SCORE-VENDORS THRU 6000-EXIT
059400         PERFORM 6500-LOAD-PRIOR-MONTH THRU 6500-EXIT
059500         PERFORM 7000-PRINT-SCORECARD THRU 7000-EXIT
059600         PERFORM 7500-WRITE-HISTORY THRU 7500-EXIT
059700     END-IF
059800     PERFORM 7900-PRINT-FOOTER THRU 7900-EXIT
059900     CLOSE CAPVSRPT-FILE
060000     PERFORM 8000-WRITE-REPORT-INDEX THRU 8000-EXIT
060100     DISPLAY "CAPVSCR - " VS-MON-X " SCORECARD, " VS-VND-COUNT
060200         " VENDOR(S), " VS-SRC-COUNT " FEED(S), CONDITION "
060300         VS-RUN-RC
060400     MOVE VS-RUN-RC TO RETURN-CODE
060410     PERFORM 0890-JOB-END THRU 0890-EXIT
060500     STOP RUN.
060600 0000-EXIT.
060601     EXIT.
060602*-----------------------------------------------------------------
060603* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
060604* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
060605* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
060606*-----------------------------------------------------------------
060607 0800-JOB-START SECTION.
060608 0800-START.
060609     MOVE SPACES TO CAPJOB-COMMAREA
060610     MOVE "S" TO JC-FUNCTION
060611     MOVE "CAPVSCR" TO JC-PROGRAM
060612     MOVE 7 TO JC-LOCK-COUNT
060613     MOVE "CAPVSHST" TO JC-LOCK-DSN(1)
060614     MOVE "U" TO JC-LOCK-MODE(1)
060615     MOVE "CAPRPIDX" TO JC-LOCK-DSN(2)
060616     MOVE "U" TO JC-LOCK-MODE(2)
060617     MOVE "CAPSRCE" TO JC-LOCK-DSN(3)
060618     MOVE "R" TO JC-LOCK-MODE(3)
060619     MOVE "CAPMAST" TO JC-LOCK-DSN(4)
060620     MOVE "R" TO JC-LOCK-MODE(4)
060621     MOVE "CAPARLOG" TO JC-LOCK-DSN(5)
060622     MOVE "R" TO JC-LOCK-MODE(5)
060623     MOVE "CAPREJ" TO JC-LOCK-DSN(6)
060624     MOVE "R" TO JC-LOCK-MODE(6)
060625     MOVE "CAPRJHST" TO JC-LOCK-DSN(7)
060626     MOVE "R" TO JC-LOCK-MODE(7)
060627     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
060628 0800-EXIT.
060629     EXIT.
060630*-----------------------------------------------------------------
060631* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
060632* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
060633* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
060634*-----------------------------------------------------------------
060635 0890-JOB-END SECTION.
060636 0890-START.
060637     MOVE RETURN-CODE TO JC-CONDITION
060638     MOVE "E" TO JC-FUNCTION
060639     MOVE "VENDORS" TO JC-COUNT-LABEL(1)
060640     MOVE VS-VND-COUNT TO JC-COUNT-VALUE(1)
060641     MOVE "FEEDS" TO JC-COUNT-LABEL(2)
060642     MOVE VS-SRC-COUNT TO JC-COUNT-VALUE(2)
060647     CALL "CAPJCTL" USING CAPJOB-COMMAREA
060648     MOVE JC-CONDITION TO RETURN-CODE.
060649 0890-EXIT.
060700     EXIT.
060800*-----------------------------------------------------------------
060900* 0900-GET-MONTH SETTLES THE SCORECARD MONTH - LAST MONTH, UNLESS
061000* CAPVSMON (YYYY-MM) NAMES ANOTHER - AND THE PRIOR MONTH IT IS
061100* COMPARED WITH, THE MONTH'S LENGTH AND HOW MUCH OF IT HAS GONE.
061200*-----------------------------------------------------------------
061300 0900-GET-MONTH SECTION.
061400 0900-START.
061500     ACCEPT VS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
061600     DIVIDE VS-RUN-DATE-YYYYMMDD BY 10000
061700         GIVING VS-RUN-YYYY
061800         REMAINDER VS-RUN-MMDD
061900     DIVIDE VS-RUN-MMDD BY 100
062000         GIVING VS-RUN-MM
062100         REMAINDER VS-RUN-DD
062200     IF VS-RUN-MM = 1
062300         COMPUTE VS-MON-YYYY = VS-RUN-YYYY - 1
062400         MOVE 12 TO VS-MON-MM
062500     ELSE
062600         MOVE VS-RUN-YYYY TO VS-MON-YYYY
062700         COMPUTE VS-MON-MM = VS-RUN-MM - 1
062800     END-IF
062900     MOVE SPACES TO VS-OVERRIDE-X
063000     ACCEPT VS-OVERRIDE-X FROM ENVIRONMENT "CAPVSMON"
063100     IF VS-OVERRIDE-X = SPACES
063200         GO TO 0900-PRIOR
063300     END-IF
063400     IF VS-OVERRIDE-X(1:4) NUMERIC
063500             AND VS-OVERRIDE-X(5:1) = "-"
063600             AND VS-OVERRIDE-X(6:2) NUMERIC
063700             AND VS-OVERRIDE-X(6:2) >= "01"
063800             AND VS-OVERRIDE-X(6:2) <= "12"
063900         MOVE VS-OVERRIDE-X(1:4) TO VS-MON-YYYY
064000         MOVE VS-OVERRIDE-X(6:2) TO VS-MON-MM
064100     ELSE
064200         DISPLAY "CAPVSCR - CAPVSMON '" VS-OVERRIDE-X
064300             "' IS NOT YYYY-MM, USING LAST MONTH"
064400     END-IF.
064500 0900-PRIOR.
064600     IF VS-MON-MM = 1
064700         COMPUTE VS-PRV-YYYY = VS-MON-YYYY - 1
064800         MOVE 12 TO VS-PRV-MM
064900     ELSE
065000         MOVE VS-MON-YYYY TO VS-PRV-YYYY
065100         COMPUTE VS-PRV-MM = VS-MON-MM - 1
065200     END-IF
065300     EVALUATE VS-MON-MM
065400         WHEN 4
065500         WHEN 6
065600         WHEN 9
065700         WHEN 11
065800             MOVE 30 TO VS-MON-DAYS
065900         WHEN 2
066000             MOVE 28 TO VS-MON-DAYS
066100             DIVIDE VS-MON-YYYY BY 4
066200                 GIVING VS-QUOT REMAINDER VS-REM
066300             IF VS-REM = ZERO
066400                 MOVE 29 TO VS-MON-DAYS
066500                 DIVIDE VS-MON-YYYY BY 100
066600                     GIVING VS-QUOT REMAINDER VS-REM
066700                 IF VS-REM = ZERO
066800                     MOVE 28 TO VS-MON-DAYS
066900                     DIVIDE VS-MON-YYYY BY 400
067000                         GIVING VS-QUOT REMAINDER VS-REM
067100                     IF VS-REM = ZERO
067200                         MOVE 29 TO VS-MON-DAYS
067300                     END-IF
067400                 END-IF
067500             END-IF
067600         WHEN OTHER
067700             MOVE 31 TO VS-MON-DAYS
067800     END-EVALUATE
067900*       A MONTH STILL UNDER WAY IS JUDGED UP TO YESTERDAY, AS
068000*       TODAY'S FEEDS MAY YET ARRIVE. A LATER MONTH HAS NONE DUE.
068100     COMPUTE VS-RUN-YYYYMM = VS-RUN-YYYY * 100 + VS-RUN-MM
068200     COMPUTE VS-MON-YYYYMM = VS-MON-YYYY * 100 + VS-MON-MM
068300     EVALUATE TRUE
068400         WHEN VS-MON-YYYYMM < VS-RUN-YYYYMM
068500             MOVE VS-MON-DAYS TO VS-LAST-DAY
068600         WHEN VS-MON-YYYYMM = VS-RUN-YYYYMM
068700             COMPUTE VS-LAST-DAY = VS-RUN-DD - 1
068800         WHEN OTHER
068900             MOVE ZERO TO VS-LAST-DAY
069000     END-EVALUATE
069100     MOVE SPACES TO VS-CAPVSRPT-NAME
069200     STRING "CAPVSRPT." DELIMITED BY SIZE
069300         VS-MON-YYYYMM DELIMITED BY SIZE
069400         INTO VS-CAPVSRPT-NAME.
069500 0900-EXIT.
069600     EXIT.
069700*-----------------------------------------------------------------
069800 0950-PRINT-REPORT-HEADER SECTION.
069900 0950-START.
070000     MOVE "1" TO CAPVSRPT-CTRL
070100     MOVE SPACES TO CAPVSRPT-LINE
070200     STRING "CAPVSCR - MONTHLY VENDOR PERFORMANCE SCORECARD"
070300         DELIMITED BY SIZE INTO CAPVSRPT-LINE
070400     WRITE CAPVSRPT-RECORD
070500     MOVE " " TO CAPVSRPT-CTRL
070600     MOVE SPACES TO CAPVSRPT-LINE
070700     STRING "SCORECARD MONTH... " DELIMITED BY SIZE
070800         VS-MON-X DELIMITED BY SIZE
070900         "     COMPARED WITH " DELIMITED BY SIZE
071000         VS-PRV-X DELIMITED BY SIZE
071100         INTO CAPVSRPT-LINE
071200     WRITE CAPVSRPT-RECORD
071300     MOVE " " TO CAPVSRPT-CTRL
071400     MOVE SPACES TO CAPVSRPT-LINE
071500     STRING "RUN DATE.......... " DELIMITED BY SIZE
071600         VS-RUN-DATE-X DELIMITED BY SIZE
071700         "     DAYS JUDGED... " DELIMITED BY SIZE
071800         VS-LAST-DAY DELIMITED BY SIZE
071900         " OF " DELIMITED BY SIZE
072000         VS-MON-DAYS DELIMITED BY SIZE
072100         INTO CAPVSRPT-LINE
072200     WRITE CAPVSRPT-RECORD
072300     MOVE " " TO CAPVSRPT-CTRL
072400     MOVE SPACES TO CAPVSRPT-LINE
072500     WRITE CAPVSRPT-RECORD.
072600 0950-EXIT.
072700     EXIT.
072800*-----------------------------------------------------------------
072900* 0960-BUILD-SCHEDULES LAYS OUT THE MONTH'S DUE DAYS FOR EACH
073000* SCHEDULE CODE. ZELLER'S CONGRUENCE GIVES THE WEEKDAY OF THE
073100* FIRST; JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
073200* PRIOR YEAR, AS THE CONGRUENCE REQUIRES.
073300*-----------------------------------------------------------------
073400 0960-BUILD-SCHEDULES SECTION.
073500 0960-START.
073600     MOVE VS-MON-YYYY TO VS-ZC-Y
073700     MOVE VS-MON-MM TO VS-ZC-M
073800     IF VS-ZC-M < 3
073900         ADD 12 TO VS-ZC-M
074000         SUBTRACT 1 FROM VS-ZC-Y
074100     END-IF
074200     DIVIDE VS-ZC-Y BY 100
074300         GIVING VS-ZC-J
074400         REMAINDER VS-ZC-K
074500     MOVE 1 TO VS-ZC-SUM
074600     COMPUTE VS-ZC-WORK = 13 * (VS-ZC-M + 1)
074700     DIVIDE VS-ZC-WORK BY 5 GIVING VS-ZC-WORK
074800     ADD VS-ZC-WORK TO VS-ZC-SUM
074900     ADD VS-ZC-K TO VS-ZC-SUM
075000     DIVIDE VS-ZC-K BY 4 GIVING VS-ZC-WORK
075100     ADD VS-ZC-WORK TO VS-ZC-SUM
075200     DIVIDE VS-ZC-J BY 4 GIVING VS-ZC-WORK
075300     ADD VS-ZC-WORK TO VS-ZC-SUM
075400     COMPUTE VS-ZC-WORK = 5 * VS-ZC-J
075500     ADD VS-ZC-WORK TO VS-ZC-SUM
075600     DIVIDE VS-ZC-SUM BY 7
075700         GIVING VS-ZC-WORK
075800         REMAINDER VS-FIRST-H
075900     MOVE ALL "N" TO VS-DUE-DAILY
076000     MOVE ALL "N" TO VS-DUE-WEEKDAYS
076100     MOVE ALL "N" TO VS-DUE-MONTHLY
076200     IF VS-LAST-DAY > ZERO
076300         MOVE "Y" TO VS-DUE-MONTHLY(1:1)
076400     END-IF
076500     PERFORM 0965-MARK-ONE-DAY THRU 0965-EXIT
076600         VARYING VS-D FROM 1 BY 1
076700         UNTIL VS-D > VS-LAST-DAY.
076800 0960-EXIT.
076900     EXIT.
077000*-----------------------------------------------------------------
077100 0965-MARK-ONE-DAY SECTION.
077200 0965-START.
077300     MOVE "Y" TO VS-DUE-DAILY(VS-D:1)
077400     COMPUTE VS-QUOT = VS-FIRST-H + VS-D - 1
077500     DIVIDE VS-QUOT BY 7
077600         GIVING VS-QUOT
077700         REMAINDER VS-REM
077800     IF VS-REM > 1
077900         MOVE "Y" TO VS-DUE-WEEKDAYS(VS-D:1)
078000     END-IF.
078100 0965-EXIT.
078200     EXIT.
078300*-----------------------------------------------------------------
078400* 1000-LOAD-REGISTRY READS THE WHOLE CAPSRCE REGISTRY INTO THE
078500* FEED TABLE, OPENING A VENDOR SLOT FOR EACH SR-VENDOR AS IT IS
078600* FIRST SEEN. NO REGISTRY, OR ONE LARGER THAN THE TABLES, IS
078700* CONDITION 16 AND NO SCORECARD.
078800*-----------------------------------------------------------------
078900 1000-LOAD-REGISTRY SECTION.
079000 1000-START.
079100     OPEN INPUT CAPSRCE-FILE
079200     IF VS-CAPSRCE-STATUS NOT = "00"
079300         DISPLAY "CAPVSCR - UNABLE TO OPEN CAPSRCE REGISTRY, "
079400             "STATUS " VS-CAPSRCE-STATUS
079500         MOVE " " TO CAPVSRPT-CTRL
079600         MOVE SPACES TO CAPVSRPT-LINE
079700         STRING "*** CAPSRCE REGISTRY COULD NOT BE OPENED - NO "
079800             "VENDORS TO SCORE - RUN CAPSRCLD ***"
079900             DELIMITED BY SIZE INTO CAPVSRPT-LINE
080000         WRITE CAPVSRPT-RECORD
080100         MOVE "Y" TO VS-ABANDON-SW
080200         MOVE 16 TO VS-NEW-RC
080300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
080400         GO TO 1000-EXIT
080500     END-IF.
080600 1000-READ-LOOP.
080700     READ CAPSRCE-FILE
080800         AT END
080900             GO TO 1000-READS-DONE
081000     END-READ
081100     IF VS-SRC-COUNT >= 500
081200         MOVE "FEED" TO VS-FULL-TABLE
081300         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
081400         GO TO 1000-READS-DONE
081500     END-IF
081600     MOVE SR-VENDOR TO VS-WANT-VENDOR
081700     IF VS-WANT-VENDOR = SPACES
081800         MOVE "(NO VENDOR)" TO VS-WANT-VENDOR
081900     END-IF
082000     PERFORM 1100-FIND-VENDOR THRU 1100-EXIT
082100     IF VS-VX = ZERO
082200         PERFORM 1150-ADD-VENDOR THRU 1150-EXIT
082300     END-IF
082400     IF VS-ABANDONED
082500         GO TO 1000-READS-DONE
082600     END-IF
082700     ADD 1 TO VS-SRC-COUNT
082800     MOVE SR-SOURCE TO VS-ST-SOURCE(VS-SRC-COUNT)
082900     MOVE SR-SCHED TO VS-ST-SCHED(VS-SRC-COUNT)
083000     MOVE VS-VX TO VS-ST-VX(VS-SRC-COUNT)
083100     MOVE ALL "N" TO VS-ST-ARRIVED(VS-SRC-COUNT)
083200     ADD 1 TO VS-VD-FEEDS(VS-VX)
083300     GO TO 1000-READ-LOOP.
083400 1000-READS-DONE.
083500     CLOSE CAPSRCE-FILE.
083600 1000-EXIT.
083700     EXIT.
083800*-----------------------------------------------------------------
083900* 1100-FIND-VENDOR POINTS VS-VX AT VS-WANT-VENDOR'S SLOT, OR ZERO.
084000*-----------------------------------------------------------------
084100 1100-FIND-VENDOR SECTION.
084200 1100-START.
084300     MOVE ZERO TO VS-VX
084400     PERFORM 1110-CHECK-ONE-VENDOR THRU 1110-EXIT
084500         VARYING VS-JX FROM 1 BY 1
084600         UNTIL VS-JX > VS-VND-COUNT OR VS-VX > ZERO.
084700 1100-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------------
085000 1110-CHECK-ONE-VENDOR SECTION.
085100 1110-START.
085200     IF VS-VD-VENDOR(VS-JX) = VS-WANT-VENDOR
085300         MOVE VS-JX TO VS-VX
085400     END-IF.
085500 1110-EXIT.
085600     EXIT.
085700*-----------------------------------------------------------------
085800 1150-ADD-VENDOR SECTION.
085900 1150-START.
086000     IF VS-VND-COUNT >= 100
086100         MOVE "VENDOR" TO VS-FULL-TABLE
086200         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
086300         GO TO 1150-EXIT
086400     END-IF
086500     ADD 1 TO VS-VND-COUNT
086600     MOVE VS-VND-COUNT TO VS-VX
086700     INITIALIZE VS-VND-ENTRY(VS-VX)
086800     MOVE VS-WANT-VENDOR TO VS-VD-VENDOR(VS-VX)
086900     MOVE "N" TO VS-VD-PRV-SW(VS-VX).
087000 1150-EXIT.
087100     EXIT.
087200*-----------------------------------------------------------------
087300* 1200-FIND-SOURCE POINTS VS-SX AT THE FEED NAMED IN FULL BY
087400* VS-WANT-SOURCE, OR ZERO FOR A NAME THE REGISTRY DOES NOT HOLD.
087500*-----------------------------------------------------------------
087600 1200-FIND-SOURCE SECTION.
087700 1200-START.
087800     MOVE ZERO TO VS-SX
087900     PERFORM 1210-CHECK-ONE-SOURCE THRU 1210-EXIT
088000         VARYING VS-JX FROM 1 BY 1
088100         UNTIL VS-JX > VS-SRC-COUNT OR VS-SX > ZERO.
088200 1200-EXIT.
088300     EXIT.
088400*-----------------------------------------------------------------
088500 1210-CHECK-ONE-SOURCE SECTION.
088600 1210-START.
088700     IF VS-ST-SOURCE(VS-JX) = VS-WANT-SOURCE
088800         MOVE VS-JX TO VS-SX
088900     END-IF.
089000 1210-EXIT.
089100     EXIT.
089200*-----------------------------------------------------------------
089300* 1250-FIND-SOURCE-PREFIX DOES THE SAME FOR THE 40-BYTE NAME THE
089400* DAILY REPORTS PRINT - THE FIRST FEED WHOSE NAME STARTS WITH IT.
089500*-----------------------------------------------------------------
089600 1250-FIND-SOURCE-PREFIX SECTION.
089700 1250-START.
089800     MOVE ZERO TO VS-SX
089900     PERFORM 1260-CHECK-ONE-PREFIX THRU 1260-EXIT
090000         VARYING VS-JX FROM 1 BY 1
090100         UNTIL VS-JX > VS-SRC-COUNT OR VS-SX > ZERO.
090200 1250-EXIT.
090300     EXIT.
090400*-----------------------------------------------------------------
090500 1260-CHECK-ONE-PREFIX SECTION.
090600 1260-START.
090700     IF VS-ST-SOURCE(VS-JX)(1:40) = VS-WANT-PREFIX
090800         MOVE VS-JX TO VS-SX
090900     END-IF.
091000 1260-EXIT.
091100     EXIT.
091200*-----------------------------------------------------------------
091300* 2000-SCAN-ARRIVALS MARKS, FOR EVERY CAPARLOG ROW DATED IN THE
091400* MONTH THAT NAMES A REGISTERED FEED, THE DAY IT ARRIVED, AND
091500* COUNTS THE ARRIVAL AGAINST THE VENDOR. SET-ASIDES (EMPTY OR
091600* UNREADABLE) STILL ARRIVED. WITHOUT THE LOG EVERY DUE DAY WOULD
091700* LOOK MISSED, SO THAT IS CONDITION 8.
091800*-----------------------------------------------------------------
091900 2000-SCAN-ARRIVALS SECTION.
092000 2000-START.
092100     OPEN INPUT CAPARLOG-FILE
092200     IF VS-CAPARLOG-STATUS NOT = "00"
092300         DISPLAY "CAPVSCR - UNABLE TO OPEN CAPARLOG, STATUS "
092400             VS-CAPARLOG-STATUS " - DELIVERY FIGURES UNRELIABLE"
092500         MOVE 8 TO VS-NEW-RC
092600         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
092700         GO TO 2000-EXIT
092800     END-IF.
092900 2000-READ-LOOP.
093000     READ CAPARLOG-FILE
093100         AT END
093200             GO TO 2000-READS-DONE
093300     END-READ
093400     IF AL-MONTH NOT = VS-MON-X OR AL-DAY NOT NUMERIC
093500         GO TO 2000-READ-LOOP
093600     END-IF
093700     MOVE AL-DAY TO VS-DAY-9
093800     IF VS-DAY-9 = ZERO OR VS-DAY-9 > VS-MON-DAYS
093900         GO TO 2000-READ-LOOP
094000     END-IF
094100     MOVE AL-SOURCE TO VS-WANT-SOURCE
094200     PERFORM 1200-FIND-SOURCE THRU 1200-EXIT
094300     IF VS-SX = ZERO
094400         GO TO 2000-READ-LOOP
094500     END-IF
094600     MOVE "Y" TO VS-ST-ARRIVED(VS-SX)(VS-DAY-9:1)
094700     MOVE VS-ST-VX(VS-SX) TO VS-VX
094800     ADD 1 TO VS-VD-ARRIVED(VS-VX)
094900     GO TO 2000-READ-LOOP.
095000 2000-READS-DONE.
095100     CLOSE CAPARLOG-FILE.
095200 2000-EXIT.
095300     EXIT.
095400*-----------------------------------------------------------------
095500* 3000-ASSESS-DELIVERIES JUDGES EVERY DUE DAY OF EVERY FEED AS ON
095600* TIME, LATE OR MISSING.
095700*-----------------------------------------------------------------
095800 3000-ASSESS-DELIVERIES SECTION.
095900 3000-START.
096000     PERFORM 3050-ASSESS-ONE-FEED THRU 3050-EXIT
096100         VARYING VS-SX FROM 1 BY 1
096200         UNTIL VS-SX > VS-SRC-COUNT.
096300 3000-EXIT.
096400     EXIT.
096500*-----------------------------------------------------------------
096600 3050-ASSESS-ONE-FEED SECTION.
096700 3050-START.
096800     EVALUATE VS-ST-SCHED(VS-SX)
096900         WHEN "D"
097000             MOVE VS-DUE-DAILY TO VS-DUE-MAP
097100         WHEN "W"
097200             MOVE VS-DUE-WEEKDAYS TO VS-DUE-MAP
097300         WHEN "M"
097400             MOVE VS-DUE-MONTHLY TO VS-DUE-MAP
097500         WHEN OTHER
097600             DISPLAY "CAPVSCR - UNKNOWN SCHEDULE CODE '"
097700                 VS-ST-SCHED(VS-SX) "' ON "
097800                 VS-ST-SOURCE(VS-SX)(1:40) " - NOTHING DUE"
097900             GO TO 3050-EXIT
098000     END-EVALUATE
098100     MOVE VS-ST-VX(VS-SX) TO VS-VX
098200     PERFORM 3100-ASSESS-ONE-DAY THRU 3100-EXIT
098300         VARYING VS-D FROM 1 BY 1
098400         UNTIL VS-D > VS-LAST-DAY.
098500 3050-EXIT.
098600     EXIT.
098700*-----------------------------------------------------------------
098800* 3100-ASSESS-ONE-DAY: A DUE DAY WITH AN ARRIVAL IS ON TIME. ONE
098900* WITHOUT IS LOOKED FORWARD FROM - THE FIRST LATER ARRIVAL ON A
099000* DAY THE FEED WAS NOT DUE, BEFORE ITS NEXT DUE DAY, MAKES IT
099100* LATE AND IS USED UP SO IT CANNOT MAKE GOOD TWO MISSES.
099200*-----------------------------------------------------------------
099300 3100-ASSESS-ONE-DAY SECTION.
099400 3100-START.
099500     IF VS-DUE-MAP(VS-D:1) NOT = "Y"
099600         GO TO 3100-EXIT
099700     END-IF
099800     ADD 1 TO VS-VD-DUE(VS-VX)
099900     IF VS-ST-ARRIVED(VS-SX)(VS-D:1) NOT = "N"
100000         ADD 1 TO VS-VD-ONTIME(VS-VX)
100100         GO TO 3100-EXIT
100200     END-IF
100300     MOVE "N" TO VS-CATCH-SW
100400     MOVE "N" TO VS-CAUGHT-SW
100500     COMPUTE VS-E = VS-D + 1
100600     PERFORM 3150-CHECK-CATCH-UP THRU 3150-EXIT
100700         VARYING VS-E FROM VS-E BY 1
100800         UNTIL VS-E > VS-LAST-DAY OR VS-CATCH-DONE
100900     IF VS-CAUGHT-UP
101000         ADD 1 TO VS-VD-LATE(VS-VX)
101100     ELSE
101200         ADD 1 TO VS-VD-MISSING(VS-VX)
101300     END-IF.
101400 3100-EXIT.
101500     EXIT.
101600*-----------------------------------------------------------------
101700 3150-CHECK-CATCH-UP SECTION.
101800 3150-START.
101900     IF VS-DUE-MAP(VS-E:1) = "Y"
102000         MOVE "Y" TO VS-CATCH-SW
102100         GO TO 3150-EXIT
102200     END-IF
102300     IF VS-ST-ARRIVED(VS-SX)(VS-E:1) = "Y"
102400         MOVE "C" TO VS-ST-ARRIVED(VS-SX)(VS-E:1)
102500         MOVE "Y" TO VS-CAUGHT-SW
102600         MOVE "Y" TO VS-CATCH-SW
102700     END-IF.
102800 3150-EXIT.
102900     EXIT.
103000*-----------------------------------------------------------------
103100* 4000-SCAN-REJECTS COUNTS EVERY REJECT RAISED IN THE MONTH - THE
103200* ONES A RESUBMIT RUN HAS ALREADY CLEARED TO CAPRJHST AND THE ONES
103300* STILL ON CAPREJ SUSPENSE. EITHER FILE MAY SIMPLY NOT EXIST YET.
103400* CAPMAST SAYS WHETHER EACH REJECTED FILE WENT ON TO SCORE.
103500*-----------------------------------------------------------------
103600 4000-SCAN-REJECTS SECTION.
103700 4000-START.
103800     OPEN INPUT CAPMAST-FILE
103900     IF VS-CAPMAST-STATUS = "00"
104000         MOVE "Y" TO VS-MAST-OPEN-SW
104100     ELSE
104200         DISPLAY "CAPVSCR - UNABLE TO OPEN CAPMAST, STATUS "
104300             VS-CAPMAST-STATUS " - RESUBMITS NOT COUNTED"
104400         MOVE 4 TO VS-NEW-RC
104500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
104600     END-IF
104700     OPEN INPUT CAPRJHST-FILE
104800     IF VS-CAPRJHST-STATUS NOT = "00"
104900         GO TO 4000-SUSPENSE
105000     END-IF.
105100 4000-HIST-LOOP.
105200     READ CAPRJHST-FILE
105300         AT END
105400             GO TO 4000-HIST-DONE
105500     END-READ
105600     MOVE CAPRJHST-RECORD(1:10) TO VS-REJ-DATE
105700     MOVE CAPRJHST-RECORD(12:80) TO VS-REJ-SOURCE
105800     MOVE CAPRJHST-RECORD(93:2) TO VS-REJ-REASON
105900     PERFORM 4100-COUNT-ONE-REJECT THRU 4100-EXIT
106000     GO TO 4000-HIST-LOOP.
106100 4000-HIST-DONE.
106200     CLOSE CAPRJHST-FILE.
106300 4000-SUSPENSE.
106400     OPEN INPUT CAPREJ-FILE
106500     IF VS-CAPREJ-STATUS NOT = "00"
106600         GO TO 4000-CLOSE-MAST
106700     END-IF.
106800 4000-REJ-LOOP.
106900     READ CAPREJ-FILE
107000         AT END
107100             GO TO 4000-REJ-DONE
107200     END-READ
107300     MOVE CAPREJ-RECORD(1:10) TO VS-REJ-DATE
107400     MOVE CAPREJ-RECORD(12:80) TO VS-REJ-SOURCE
107500     MOVE CAPREJ-RECORD(93:2) TO VS-REJ-REASON
107600     PERFORM 4100-COUNT-ONE-REJECT THRU 4100-EXIT
107700     GO TO 4000-REJ-LOOP.
107800 4000-REJ-DONE.
107900     CLOSE CAPREJ-FILE.
108000 4000-CLOSE-MAST.
108100     IF VS-MAST-OPEN
108200         CLOSE CAPMAST-FILE
108300     END-IF.
108400 4000-EXIT.
108500     EXIT.
108600*-----------------------------------------------------------------
108700* 4100-COUNT-ONE-REJECT POSTS ONE REJECT TO ITS FEED'S VENDOR BY
108800* REASON, AND AS A RESUBMIT NEEDED WHEN CAPMAST SHOWS THE FILE
108900* SCORED ON OR AFTER THE DAY IT WAS REJECTED.
109000*-----------------------------------------------------------------
109100 4100-COUNT-ONE-REJECT SECTION.
109200 4100-START.
109300     IF VS-REJ-DATE(1:7) NOT = VS-MON-X
109400         GO TO 4100-EXIT
109500     END-IF
109600     MOVE VS-REJ-SOURCE TO VS-WANT-SOURCE
109700     PERFORM 1200-FIND-SOURCE THRU 1200-EXIT
109800     IF VS-SX = ZERO
109900         GO TO 4100-EXIT
110000     END-IF
110100     MOVE VS-ST-VX(VS-SX) TO VS-VX
110200     EVALUATE VS-REJ-REASON
110300         WHEN "OV"
110400             ADD 1 TO VS-VD-REJ-OV(VS-VX)
110410         WHEN "EM"
110420         WHEN "BL"
110600             ADD 1 TO VS-VD-REJ-EM(VS-VX)
110610         WHEN "BC"
110620         WHEN "NL"
110800             ADD 1 TO VS-VD-REJ-BC(VS-VX)
110900         WHEN "PT"
111000             ADD 1 TO VS-VD-REJ-PT(VS-VX)
111100         WHEN OTHER
111200             ADD 1 TO VS-VD-REJ-OTH(VS-VX)
111300     END-EVALUATE
111400     IF NOT VS-MAST-OPEN
111500         GO TO 4100-EXIT
111600     END-IF
111700     MOVE SPACES TO CAPMAST-RECORD
111800     MOVE VS-REJ-SOURCE TO CM-SOURCE
111900     READ CAPMAST-FILE
112000         INVALID KEY
112100             GO TO 4100-EXIT
112200     END-READ
112300     IF CM-LAST-DATE NOT < VS-REJ-DATE
112400         ADD 1 TO VS-VD-RESUBS(VS-VX)
112500     END-IF.
112600 4100-EXIT.
112700     EXIT.
112800*-----------------------------------------------------------------
112900* 5000-SCAN-GENERATIONS WALKS THE CAPRPIDX INDEX FOR THE MONTH'S
113000* CAPRPT, CAPQRPT AND CAPMFRPT GENERATIONS, READING EACH ONE ONCE.
113100* WITHOUT THE INDEX THE DUPLICATE, QUALITY AND PAGING FIGURES ARE
113200* ZERO, WHICH IS CONDITION 4.
113300*-----------------------------------------------------------------
113400 5000-SCAN-GENERATIONS SECTION.
113500 5000-START.
113600     OPEN INPUT CAPRPIDX-FILE
113700     IF VS-CAPRPIDX-STATUS NOT = "00"
113800         DISPLAY "CAPVSCR - UNABLE TO OPEN CAPRPIDX, STATUS "
113900             VS-CAPRPIDX-STATUS
114000             " - DUPS, QFLG AND PAGE NOT COUNTED"
114100         MOVE 4 TO VS-NEW-RC
114200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
114300         GO TO 5000-EXIT
114400     END-IF.
114500 5000-READ-LOOP.
114600     READ CAPRPIDX-FILE INTO VS-IDX-REC
114700         AT END
114800             GO TO 5000-READS-DONE
114900     END-READ
115000     IF VS-IX-MONTH NOT = VS-MON-X
115100         GO TO 5000-READ-LOOP
115200     END-IF
115300     IF VS-IX-TYPE NOT = "CAPRPT"
115400             AND VS-IX-TYPE NOT = "CAPQRPT"
115500             AND VS-IX-TYPE NOT = "CAPMFRPT"
115600         GO TO 5000-READ-LOOP
115700     END-IF
115800     MOVE "N" TO VS-SEEN-SW
115900     PERFORM 5050-CHECK-ONE-SEEN THRU 5050-EXIT
116000         VARYING VS-GX FROM 1 BY 1
116100         UNTIL VS-GX > VS-GEN-COUNT OR VS-GEN-SEEN
116200     IF VS-GEN-SEEN
116300         GO TO 5000-READ-LOOP
116400     END-IF
116500     IF VS-GEN-COUNT >= 400
116600         MOVE "GENERATION" TO VS-FULL-TABLE
116700         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
116800         GO TO 5000-READS-DONE
116900     END-IF
117000     ADD 1 TO VS-GEN-COUNT
117100     MOVE VS-IX-NAME TO VS-GN-NAME(VS-GEN-COUNT)
117200     PERFORM 5100-READ-GENERATION THRU 5100-EXIT
117300     GO TO 5000-READ-LOOP.
117400 5000-READS-DONE.
117500     CLOSE CAPRPIDX-FILE.
117600 5000-EXIT.
117700     EXIT.
117800*-----------------------------------------------------------------
117900 5050-CHECK-ONE-SEEN SECTION.
118000 5050-START.
118100     IF VS-GN-NAME(VS-GX) = VS-IX-NAME
118200         MOVE "Y" TO VS-SEEN-SW
118300     END-IF.
118400 5050-EXIT.
118500     EXIT.
118600*-----------------------------------------------------------------
118700* 5100-READ-GENERATION PICKS THE LINES THAT MATTER OUT OF ONE
118800* GENERATION, BY THE COLUMNS THE PRODUCING JOB PRINTS THEM IN:
118900*   CAPRPT   - A DUPLICATE LINE, SOURCE IN COLS 5-44 AND "SAME
119000*              CONTENT AS" FROM COL 46 (CAPDRIVE CP-DUP-PRT-LINE);
119100*   CAPQRPT  - A PROFILE LINE, SOURCE IN COLS 3-42, "*** SUSPECT
119200*              ***" FROM COL 106 (CAPDRIVE CP-QUAL-PRT-LINE);
119300*   CAPMFRPT - A MISSING-FEED LINE, VENDOR IN COLS 47-66 AND THE
119400*              SCHEDULE WORD FROM COL 75 (CAPCHECK
119500*              CK-MISSING-LINE).
119600* A GENERATION ON THE INDEX BUT GONE FROM DISK IS CONDITION 4.
119700*-----------------------------------------------------------------
119800 5100-READ-GENERATION SECTION.
119900 5100-START.
120000     MOVE SPACES TO VS-GEN-NAME
120100     MOVE VS-IX-NAME TO VS-GEN-NAME
120200     MOVE VS-IX-TYPE TO VS-GEN-TYPE
120300     OPEN INPUT GENERATION-FILE
120400     IF VS-GENERATION-STATUS NOT = "00"
120500         DISPLAY "CAPVSCR - GENERATION " VS-IX-NAME
120600             " IS ON THE INDEX BUT COULD NOT BE OPENED, STATUS "
120700             VS-GENERATION-STATUS
120800         MOVE 4 TO VS-NEW-RC
120900         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
121000         GO TO 5100-EXIT
121100     END-IF.
121200 5100-READ-LOOP.
121300     READ GENERATION-FILE
121400         AT END
121500             GO TO 5100-READS-DONE
121600     END-READ
121700     EVALUATE VS-GEN-TYPE
121800         WHEN "CAPRPT"
121900             IF GENERATION-RECORD(46:15) = "SAME CONTENT AS"
122000                 MOVE GENERATION-RECORD(5:40) TO VS-WANT-PREFIX
122100                 PERFORM 1250-FIND-SOURCE-PREFIX THRU 1250-EXIT
122200                 IF VS-SX > ZERO
122300                     MOVE VS-ST-VX(VS-SX) TO VS-VX
122400                     ADD 1 TO VS-VD-DUPS(VS-VX)
122500                 END-IF
122600             END-IF
122700         WHEN "CAPQRPT"
122800             IF GENERATION-RECORD(106:15) = "*** SUSPECT ***"
122900                 MOVE GENERATION-RECORD(3:40) TO VS-WANT-PREFIX
123000                 PERFORM 1250-FIND-SOURCE-PREFIX THRU 1250-EXIT
123100                 IF VS-SX > ZERO
123200                     MOVE VS-ST-VX(VS-SX) TO VS-VX
123300                     ADD 1 TO VS-VD-QFLAGS(VS-VX)
123400                 END-IF
123500             END-IF
123600         WHEN OTHER
123700             IF GENERATION-RECORD(2:3) = SPACES
123800                     AND (GENERATION-RECORD(75:10) = "DAILY"
123900                     OR GENERATION-RECORD(75:10) = "WEEKDAYS"
124000                     OR GENERATION-RECORD(75:10) = "MONTHLY")
124100                 MOVE GENERATION-RECORD(47:20) TO VS-WANT-VENDOR
124200                 IF VS-WANT-VENDOR = SPACES
124300                     MOVE "(NO VENDOR)" TO VS-WANT-VENDOR
124400                 END-IF
124500                 PERFORM 1100-FIND-VENDOR THRU 1100-EXIT
124600                 IF VS-VX > ZERO
124700                     ADD 1 TO VS-VD-PAGED(VS-VX)
124800                 END-IF
124900             END-IF
125000     END-EVALUATE
125100     GO TO 5100-READ-LOOP.
125200 5100-READS-DONE.
125300     CLOSE GENERATION-FILE.
125400 5100-EXIT.
125500     EXIT.
125600*-----------------------------------------------------------------
125700* 6000-SCORE-VENDORS SCORES EVERY VENDOR, THEN RANKS THEM - ONE
125800* PLUS THE NUMBER OF VENDORS AHEAD, A TIE GOING TO THE VENDOR
125900* NAME IN COLLATING ORDER - AND BUILDS THE ALL-VENDORS LINE.
126000*-----------------------------------------------------------------
126100 6000-SCORE-VENDORS SECTION.
126200 6000-START.
126300     INITIALIZE VS-TOT-ENTRY
126400     MOVE "ALL VENDORS" TO VS-TT-VENDOR
126500     PERFORM 6100-SCORE-ONE-VENDOR THRU 6100-EXIT
126600         VARYING VS-VX FROM 1 BY 1
126700         UNTIL VS-VX > VS-VND-COUNT
126800     PERFORM 6200-RANK-ONE-VENDOR THRU 6200-EXIT
126900         VARYING VS-VX FROM 1 BY 1
127000         UNTIL VS-VX > VS-VND-COUNT.
127100 6000-EXIT.
127200     EXIT.
127300*-----------------------------------------------------------------
127400 6100-SCORE-ONE-VENDOR SECTION.
127500 6100-START.
127600     ADD VS-VD-FEEDS(VS-VX) TO VS-TT-FEEDS
127700     ADD VS-VD-DUE(VS-VX) TO VS-TT-DUE
127800     ADD VS-VD-ONTIME(VS-VX) TO VS-TT-ONTIME
127900     ADD VS-VD-LATE(VS-VX) TO VS-TT-LATE
128000     ADD VS-VD-MISSING(VS-VX) TO VS-TT-MISSING
128100     ADD VS-VD-ARRIVED(VS-VX) TO VS-TT-ARRIVED
128200     ADD VS-VD-REJ-OV(VS-VX) TO VS-TT-REJ-OV
128300     ADD VS-VD-REJ-EM(VS-VX) TO VS-TT-REJ-EM
128400     ADD VS-VD-REJ-BC(VS-VX) TO VS-TT-REJ-BC
128500     ADD VS-VD-REJ-PT(VS-VX) TO VS-TT-REJ-PT
128600     ADD VS-VD-REJ-OTH(VS-VX) TO VS-TT-REJ-OTH
128700     ADD VS-VD-DUPS(VS-VX) TO VS-TT-DUPS
128800     ADD VS-VD-QFLAGS(VS-VX) TO VS-TT-QFLAGS
128900     ADD VS-VD-RESUBS(VS-VX) TO VS-TT-RESUBS
129000     ADD VS-VD-PAGED(VS-VX) TO VS-TT-PAGED
129100     MOVE VS-VND-ENTRY(VS-VX) TO VS-WRK-ENTRY
129200     PERFORM 6150-COMPUTE-SCORE THRU 6150-EXIT
129300     MOVE VS-WK-SCORE TO VS-VD-SCORE(VS-VX).
129400 6100-EXIT.
129500     EXIT.
129600*-----------------------------------------------------------------
129700* 6150-COMPUTE-SCORE SCORES VS-WRK-ENTRY: ON-TIME PERCENT OF DUE
129800* (100 WHEN NOTHING WAS DUE), LESS REJECTS PER 100 ARRIVALS, LESS
129900* DUPS AND FLAGS PER 100 ARRIVALS, NEVER BELOW ZERO.
130000*-----------------------------------------------------------------
130100 6150-COMPUTE-SCORE SECTION.
130200 6150-START.
130300     IF VS-WK-DUE = ZERO
130400         MOVE 100 TO VS-SCORE-WORK
130500     ELSE
130600         COMPUTE VS-SCORE-WORK ROUNDED =
130700             VS-WK-ONTIME * 100 / VS-WK-DUE
130800     END-IF
130900     COMPUTE VS-REJ-TOTAL = VS-WK-REJ-OV + VS-WK-REJ-EM
131000         + VS-WK-REJ-BC + VS-WK-REJ-PT + VS-WK-REJ-OTH
131100     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
131200     SUBTRACT VS-PCT FROM VS-SCORE-WORK
131300     COMPUTE VS-REJ-TOTAL = VS-WK-DUPS + VS-WK-QFLAGS
131400     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
131500     SUBTRACT VS-PCT FROM VS-SCORE-WORK
131600     IF VS-SCORE-WORK < ZERO
131700         MOVE ZERO TO VS-SCORE-WORK
131800     END-IF
131900     MOVE VS-SCORE-WORK TO VS-WK-SCORE.
132000 6150-EXIT.
132100     EXIT.
132200*-----------------------------------------------------------------
132300* 6160-PER-100-ARRIVED TURNS THE COUNT IN VS-REJ-TOTAL INTO A RATE
132400* PER 100 OF VS-WRK-ENTRY'S ARRIVALS, HELD AT 999.9.
132500*-----------------------------------------------------------------
132600 6160-PER-100-ARRIVED SECTION.
132700 6160-START.
132800     MOVE ZERO TO VS-PCT
132900     IF VS-REJ-TOTAL = ZERO
133000         GO TO 6160-EXIT
133100     END-IF
133200     IF VS-WK-ARRIVED = ZERO
133300         MOVE 999.9 TO VS-PCT
133400         GO TO 6160-EXIT
133500     END-IF
133600     COMPUTE VS-PCT ROUNDED = VS-REJ-TOTAL * 100 / VS-WK-ARRIVED
133700         ON SIZE ERROR
133800             MOVE 999.9 TO VS-PCT
133900     END-COMPUTE.
134000 6160-EXIT.
134100     EXIT.
134200*-----------------------------------------------------------------
134300 6200-RANK-ONE-VENDOR SECTION.
134400 6200-START.
134500     MOVE 1 TO VS-VD-RANK(VS-VX)
134600     PERFORM 6210-COMPARE-ONE-VENDOR THRU 6210-EXIT
134700         VARYING VS-JX FROM 1 BY 1
134800         UNTIL VS-JX > VS-VND-COUNT.
134900 6200-EXIT.
135000     EXIT.
135100*-----------------------------------------------------------------
135200 6210-COMPARE-ONE-VENDOR SECTION.
135300 6210-START.
135400     IF VS-JX = VS-VX
135500         GO TO 6210-EXIT
135600     END-IF
135700     IF VS-VD-SCORE(VS-JX) > VS-VD-SCORE(VS-VX)
135800         ADD 1 TO VS-VD-RANK(VS-VX)
135900         GO TO 6210-EXIT
136000     END-IF
136100     IF VS-VD-SCORE(VS-JX) = VS-VD-SCORE(VS-VX)
136200             AND VS-VD-VENDOR(VS-JX) < VS-VD-VENDOR(VS-VX)
136300         ADD 1 TO VS-VD-RANK(VS-VX)
136400     END-IF.
136500 6210-EXIT.
136600     EXIT.
136700*-----------------------------------------------------------------
136800* 6500-LOAD-PRIOR-MONTH PICKS UP EACH VENDOR'S RANK AND SCORE FOR
136900* THE PRIOR MONTH FROM CAPVSHST - THE LAST ROW FOR THE VENDOR AND
137000* MONTH, SO A RERUN'S FIGURES STAND. NO HISTORY YET MEANS EVERY
137100* VENDOR IS NEW, WHICH IS NOT TROUBLE.
137200*-----------------------------------------------------------------
137300 6500-LOAD-PRIOR-MONTH SECTION.
137400 6500-START.
137500     OPEN INPUT CAPVSHST-FILE
137600     IF VS-CAPVSHST-STATUS NOT = "00"
137700         GO TO 6500-EXIT
137800     END-IF.
137900 6500-READ-LOOP.
138000     READ CAPVSHST-FILE INTO VS-HIST-LINE
138100         AT END
138200             GO TO 6500-READS-DONE
138300     END-READ
138400     IF VS-HI-MONTH NOT = VS-PRV-X
138500             OR VS-HI-RANK NOT NUMERIC
138600             OR VS-HI-SCORE NOT NUMERIC
138700         GO TO 6500-READ-LOOP
138800     END-IF
138900     MOVE VS-HI-VENDOR TO VS-WANT-VENDOR
139000     PERFORM 1100-FIND-VENDOR THRU 1100-EXIT
139100     IF VS-VX = ZERO
139200         GO TO 6500-READ-LOOP
139300     END-IF
139400     MOVE "Y" TO VS-VD-PRV-SW(VS-VX)
139500     MOVE VS-HL-RANK TO VS-VD-PRV-RANK(VS-VX)
139600     MOVE VS-HL-SCORE TO VS-VD-PRV-SCORE(VS-VX)
139700     GO TO 6500-READ-LOOP.
139800 6500-READS-DONE.
139900     CLOSE CAPVSHST-FILE.
140000 6500-EXIT.
140100     EXIT.
140200*-----------------------------------------------------------------
140300* 7000-PRINT-SCORECARD PRINTS THE VENDORS IN RANK ORDER, THE
140400* ALL-VENDORS LINE, AND A KEY TO THE COLUMNS.
140500*-----------------------------------------------------------------
140600 7000-PRINT-SCORECARD SECTION.
140700 7000-START.
140800     MOVE " " TO CAPVSRPT-CTRL
140900     MOVE VS-HEAD-LINE-1 TO CAPVSRPT-LINE
141000     WRITE CAPVSRPT-RECORD
141100     MOVE VS-HEAD-LINE-2 TO CAPVSRPT-LINE
141200     WRITE CAPVSRPT-RECORD
141300     IF VS-VND-COUNT = ZERO
141400         MOVE SPACES TO CAPVSRPT-LINE
141500         STRING "     NO VENDORS ON THE CAPSRCE REGISTRY"
141600             DELIMITED BY SIZE INTO CAPVSRPT-LINE
141700         WRITE CAPVSRPT-RECORD
141800         GO TO 7000-KEY
141900     END-IF
142000     PERFORM 7100-PRINT-RANK THRU 7100-EXIT
142100         VARYING VS-RX FROM 1 BY 1
142200         UNTIL VS-RX > VS-VND-COUNT
142300     MOVE SPACES TO CAPVSRPT-LINE
142400     WRITE CAPVSRPT-RECORD
142500     MOVE VS-TOT-ENTRY TO VS-WRK-ENTRY
142600     PERFORM 6150-COMPUTE-SCORE THRU 6150-EXIT
142700     MOVE "T" TO VS-WK-PRV-SW
142800     PERFORM 7150-PRINT-ENTRY THRU 7150-EXIT.
142900 7000-KEY.
143000     MOVE SPACES TO CAPVSRPT-LINE
143100     WRITE CAPVSRPT-RECORD
143200     MOVE SPACES TO CAPVSRPT-LINE
143300     STRING "DUE - FEED-DAYS DUE.  ONTIM - ARRIVED ON THE DAY.  "
143400         "LATE - MADE GOOD ON A LATER DAY NOT DUE.  "
143500         "MISS - NEVER.  ARRIV - ARRIVALS LOGGED."
143600         DELIMITED BY SIZE INTO CAPVSRPT-LINE
143700     WRITE CAPVSRPT-RECORD
143800     MOVE SPACES TO CAPVSRPT-LINE
143900     STRING "OV/EM/BC/PT/OTH - REJECTS PER 100 ARRIVALS: "
143910         "OVERLONG, EMPTY/BLANK LINE, BAD CHAR/NOT LOWERCASE, "
143920         "NO SCORER FOR TYPE, ANY OTHER."
144200         DELIMITED BY SIZE INTO CAPVSRPT-LINE
144300     WRITE CAPVSRPT-RECORD
144400     MOVE SPACES TO CAPVSRPT-LINE
144500     STRING "DUPS - RE-SENT CONTENT.  QFLG - FLAGGED SUSPECT.  "
144600         "RSUB - RESUBMITS NEEDED BEFORE THE FILE SCORED.  "
144700         "PAGE - PAGED AS MISSING."
144800         DELIMITED BY SIZE INTO CAPVSRPT-LINE
144900     WRITE CAPVSRPT-RECORD
145000     MOVE SPACES TO CAPVSRPT-LINE
145100     STRING "SCORE - ON-TIME PERCENT, LESS ALL REJECTS PER 100 "
145200         "ARRIVALS, LESS DUPS AND FLAGS PER 100 ARRIVALS, NOT "
145300         "BELOW ZERO."
145400         DELIMITED BY SIZE INTO CAPVSRPT-LINE
145500     WRITE CAPVSRPT-RECORD.
145600 7000-EXIT.
145700     EXIT.
145800*-----------------------------------------------------------------
145900 7100-PRINT-RANK SECTION.
146000 7100-START.
146100     PERFORM 7110-CHECK-ONE-RANK THRU 7110-EXIT
146200         VARYING VS-VX FROM 1 BY 1
146300         UNTIL VS-VX > VS-VND-COUNT.
146400 7100-EXIT.
146500     EXIT.
146600*-----------------------------------------------------------------
146700 7110-CHECK-ONE-RANK SECTION.
146800 7110-START.
146900     IF VS-VD-RANK(VS-VX) = VS-RX
147000         MOVE VS-VND-ENTRY(VS-VX) TO VS-WRK-ENTRY
147100         PERFORM 7150-PRINT-ENTRY THRU 7150-EXIT
147200     END-IF.
147300 7110-EXIT.
147400     EXIT.
147500*-----------------------------------------------------------------
147600* 7150-PRINT-ENTRY PRINTS VS-WRK-ENTRY. MOVEMENT IS AGAINST THE
147700* PRIOR MONTH'S RANK - UP OR DOWN SO MANY PLACES, THE SAME, OR NEW
147800* FOR A VENDOR THE PRIOR MONTH DID NOT SCORE; THE ALL-VENDORS LINE
147900* (PRIOR SWITCH T) HAS NO RANK OR MOVEMENT.
148000*-----------------------------------------------------------------
148100 7150-PRINT-ENTRY SECTION.
148200 7150-START.
148300     MOVE VS-WK-RANK TO VS-DL-RANK
148400     MOVE VS-WK-VENDOR TO VS-DL-VENDOR
148500     MOVE VS-WK-DUE TO VS-DL-DUE
148600     MOVE VS-WK-ONTIME TO VS-DL-ONTIME
148700     MOVE VS-WK-LATE TO VS-DL-LATE
148800     MOVE VS-WK-MISSING TO VS-DL-MISSING
148900     MOVE VS-WK-ARRIVED TO VS-DL-ARRIVED
149000     MOVE VS-WK-REJ-OV TO VS-REJ-TOTAL
149100     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
149200     MOVE VS-PCT TO VS-DL-OV
149300     MOVE VS-WK-REJ-EM TO VS-REJ-TOTAL
149400     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
149500     MOVE VS-PCT TO VS-DL-EM
149600     MOVE VS-WK-REJ-BC TO VS-REJ-TOTAL
149700     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
149800     MOVE VS-PCT TO VS-DL-BC
149900     MOVE VS-WK-REJ-PT TO VS-REJ-TOTAL
150000     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
150100     MOVE VS-PCT TO VS-DL-PT
150200     MOVE VS-WK-REJ-OTH TO VS-REJ-TOTAL
150300     PERFORM 6160-PER-100-ARRIVED THRU 6160-EXIT
150400     MOVE VS-PCT TO VS-DL-OTH
150500     MOVE VS-WK-DUPS TO VS-DL-DUPS
150600     MOVE VS-WK-QFLAGS TO VS-DL-QFLAGS
150700     MOVE VS-WK-RESUBS TO VS-DL-RESUBS
150800     MOVE VS-WK-PAGED TO VS-DL-PAGED
150900     MOVE VS-WK-SCORE TO VS-DL-SCORE
151000     MOVE SPACES TO VS-DL-MOVE
151100     EVALUATE VS-WK-PRV-SW
151200         WHEN "Y"
151300             MOVE VS-WK-PRV-RANK TO VS-RANK-ED
151400             MOVE VS-RANK-ED TO VS-DL-PRV
151500             COMPUTE VS-CHANGE-WORK =
151600                 VS-WK-SCORE - VS-WK-PRV-SCORE
151700             MOVE VS-CHANGE-WORK TO VS-DL-CHANGE
151800             EVALUATE TRUE
151900                 WHEN VS-WK-RANK < VS-WK-PRV-RANK
152000                     COMPUTE VS-MOVE-ED =
152100                         VS-WK-PRV-RANK - VS-WK-RANK
152200                     STRING "UP " DELIMITED BY SIZE
152300                         VS-MOVE-ED DELIMITED BY SIZE
152400                         INTO VS-DL-MOVE
152500                 WHEN VS-WK-RANK > VS-WK-PRV-RANK
152600                     COMPUTE VS-MOVE-ED =
152700                         VS-WK-RANK - VS-WK-PRV-RANK
152800                     STRING "DOWN " DELIMITED BY SIZE
152900                         VS-MOVE-ED DELIMITED BY SIZE
153000                         INTO VS-DL-MOVE
153100                 WHEN OTHER
153200                     MOVE "SAME" TO VS-DL-MOVE
153300             END-EVALUATE
153400         WHEN "T"
153500             MOVE SPACES TO VS-DL-RANK-X
153600             MOVE SPACES TO VS-DL-PRV
153700             MOVE SPACES TO VS-DL-CHANGE-X
153800         WHEN OTHER
153900             MOVE "---" TO VS-DL-PRV
154000             MOVE "NEW" TO VS-DL-MOVE
154100             MOVE SPACES TO VS-DL-CHANGE-X
154200     END-EVALUATE
154300     MOVE " " TO CAPVSRPT-CTRL
154400     MOVE VS-DETAIL-LINE TO CAPVSRPT-LINE
154500     WRITE CAPVSRPT-RECORD.
154600 7150-EXIT.
154700     EXIT.
154800*-----------------------------------------------------------------
154900* 7500-WRITE-HISTORY APPENDS THIS MONTH'S FIGURES FOR EVERY VENDOR
155000* TO CAPVSHST FOR NEXT MONTH'S COMPARISON. IF IT CANNOT BE WRITTEN
155100* NEXT MONTH WILL SHOW EVERY VENDOR AS NEW, WHICH IS CONDITION 8.
155200*-----------------------------------------------------------------
155300 7500-WRITE-HISTORY SECTION.
155400 7500-START.
155500     OPEN EXTEND CAPVSHST-FILE
155600     IF VS-CAPVSHST-STATUS = "05" OR VS-CAPVSHST-STATUS = "35"
155700         OPEN OUTPUT CAPVSHST-FILE
155800     END-IF
155900     IF VS-CAPVSHST-STATUS NOT = "00"
156000         DISPLAY "CAPVSCR - UNABLE TO OPEN CAPVSHST, STATUS "
156100             VS-CAPVSHST-STATUS " - MONTH NOT RECORDED"
156200         MOVE 8 TO VS-NEW-RC
156300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
156400         GO TO 7500-EXIT
156500     END-IF
156600     PERFORM 7510-WRITE-ONE-VENDOR THRU 7510-EXIT
156700         VARYING VS-VX FROM 1 BY 1
156800         UNTIL VS-VX > VS-VND-COUNT
156900     CLOSE CAPVSHST-FILE.
157000 7500-EXIT.
157100     EXIT.
157200*-----------------------------------------------------------------
157300 7510-WRITE-ONE-VENDOR SECTION.
157400 7510-START.
157500     MOVE VS-MON-X TO VS-HL-MONTH
157600     MOVE VS-VD-VENDOR(VS-VX) TO VS-HL-VENDOR
157700     MOVE VS-VD-RANK(VS-VX) TO VS-HL-RANK
157800     MOVE VS-VD-SCORE(VS-VX) TO VS-HL-SCORE
157900     MOVE VS-VD-DUE(VS-VX) TO VS-HL-DUE
158000     MOVE VS-VD-ONTIME(VS-VX) TO VS-HL-ONTIME
158100     MOVE VS-VD-LATE(VS-VX) TO VS-HL-LATE
158200     MOVE VS-VD-MISSING(VS-VX) TO VS-HL-MISSING
158300     MOVE VS-VD-ARRIVED(VS-VX) TO VS-HL-ARRIVED
158400     COMPUTE VS-HL-REJECTS = VS-VD-REJ-OV(VS-VX)
158500         + VS-VD-REJ-EM(VS-VX) + VS-VD-REJ-BC(VS-VX)
158600         + VS-VD-REJ-PT(VS-VX) + VS-VD-REJ-OTH(VS-VX)
158700     MOVE VS-VD-DUPS(VS-VX) TO VS-HL-DUPS
158800     MOVE VS-VD-QFLAGS(VS-VX) TO VS-HL-QFLAGS
158900     MOVE VS-VD-RESUBS(VS-VX) TO VS-HL-RESUBS
159000     WRITE CAPVSHST-RECORD FROM VS-HIST-LINE.
159100 7510-EXIT.
159200     EXIT.
159300*-----------------------------------------------------------------
159400 7900-PRINT-FOOTER SECTION.
159500 7900-START.
159600     MOVE " " TO CAPVSRPT-CTRL
159700     IF VS-ABANDONED
159800         MOVE SPACES TO CAPVSRPT-LINE
159900         STRING "*** SCORECARD ABANDONED - CONDITION " VS-RUN-RC
160000             " - SEE THE JOB LOG ***"
160100             DELIMITED BY SIZE INTO CAPVSRPT-LINE
160200         WRITE CAPVSRPT-RECORD
160300     END-IF
160400     MOVE SPACES TO CAPVSRPT-LINE
160500     WRITE CAPVSRPT-RECORD
160600     MOVE "***** END OF CAPVSCR VENDOR SCORECARD *****"
160700         TO CAPVSRPT-LINE
160800     WRITE CAPVSRPT-RECORD.
160900 7900-EXIT.
161000     EXIT.
161100*-----------------------------------------------------------------
161200* 8000-WRITE-REPORT-INDEX RECORDS THE CAPVSRPT GENERATION ON THE
161300* CAPRPIDX INDEX UNDER THE FIRST OF ITS MONTH, FOR CAPRPRNT.
161400*-----------------------------------------------------------------
161500 8000-WRITE-REPORT-INDEX SECTION.
161600 8000-START.
161700     OPEN EXTEND CAPRPIDX-FILE
161800     IF VS-CAPRPIDX-STATUS = "05" OR VS-CAPRPIDX-STATUS = "35"
161900         OPEN OUTPUT CAPRPIDX-FILE
162000     END-IF
162100     IF VS-CAPRPIDX-STATUS NOT = "00"
162200         DISPLAY "CAPVSCR - UNABLE TO OPEN CAPRPIDX, STATUS "
162300             VS-CAPRPIDX-STATUS
162400         GO TO 8000-EXIT
162500     END-IF
162600     MOVE VS-CAPVSRPT-NAME(1:20) TO VS-RX-NAME
162700     MOVE "CAPVSRPT" TO VS-RX-TYPE
162800     MOVE SPACES TO VS-RX-DATE
162900     STRING VS-MON-X DELIMITED BY SIZE
163000         "-01" DELIMITED BY SIZE
163100         INTO VS-RX-DATE
163200     MOVE VS-RUN-RC TO VS-RX-RC
163300     WRITE CAPRPIDX-RECORD FROM VS-RPIDX-LINE
163400     CLOSE CAPRPIDX-FILE.
163500 8000-EXIT.
163600     EXIT.
163700*-----------------------------------------------------------------
163800* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
163900* VS-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
164000* CONDITIONS ONLY EVER ESCALATE.
164100*-----------------------------------------------------------------
164200 9000-RAISE-CONDITION SECTION.
164300 9000-START.
164400     IF VS-NEW-RC > VS-RUN-RC
164500         MOVE VS-NEW-RC TO VS-RUN-RC
164600     END-IF.
164700 9000-EXIT.
164800     EXIT.
164900*-----------------------------------------------------------------
165000* 9100-TABLE-FULL STOPS THE SCORECARD WHEN THE TABLE NAMED IN
165100* VS-FULL-TABLE CANNOT TAKE ANOTHER ENTRY - A SCORECARD THAT LEFT
165200* FEEDS OR VENDORS OUT WOULD RANK THE REST WRONGLY.
165300*-----------------------------------------------------------------
165400 9100-TABLE-FULL SECTION.
165500 9100-START.
165600     DISPLAY "CAPVSCR - " VS-FULL-TABLE " TABLE FULL (FEED 500, "
165700         "VENDOR 100, GENERATION 400) - SCORECARD ABANDONED"
165800     MOVE " " TO CAPVSRPT-CTRL
165900     MOVE SPACES TO CAPVSRPT-LINE
166000     STRING "*** " VS-FULL-TABLE " TABLE FULL - RAISE ITS OCCURS "
166100         "LIMIT IN CAPVSCR AND RERUN ***"
166200         DELIMITED BY SIZE INTO CAPVSRPT-LINE
166300     WRITE CAPVSRPT-RECORD
166400     MOVE "Y" TO VS-ABANDON-SW
166500     MOVE 16 TO VS-NEW-RC
166600     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
166700 9100-EXIT.
166800     EXIT.
166900*-----------------------------------------------------------------
167000 END PROGRAM CAPVSCR.
