000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    ANSWER DISPUTE MAINTENANCE.
000700*
000800*             A VENDOR SOMETIMES DISPUTES AN ANSWER OF RECORD
000900*             AFTER IT HAS GONE OUT ON CAPIFACE, AND THE ONLY
001000*             RECORD OF THE DISPUTE WAS AN EMAIL THREAD. THIS JOB
001100*             KEEPS THE DISPUTES ON THE CAPDISP DISPUTE FILE AND
001200*             APPLIES A CAPDTXN CARD FILE AGAINST IT:
001300*
001400*               O  OPEN     OPEN A DISPUTE AGAINST A CAPMAST
001500*                           SOURCE AND PUT THE MASTER ROW ON HOLD
001600*               C  CLOSE    RESOLVE THE SOURCE'S OPEN DISPUTE,
001700*                           TAKE THE ROW OFF HOLD AND RELEASE ITS
001800*                           HELD EXTRACT ROWS
001900*
002000*             CARD LAYOUT (196 BYTES):
002100*               COL  1        ACTION, O OR C
002200*               COLS 3-22     OPERATOR'S USER ID
002300*               COLS 24-25    REASON CODE (OPEN) OR RESOLUTION
002400*                             CODE (CLOSE)
002500*               COLS 27-106   SOURCE KEY
002600*               COLS 108-127  RAISED BY, THE VENDOR CONTACT (OPEN)
002700*               COLS 129-136  PART 1 ANSWER THE VENDOR CLAIMS
002800*                             (OPEN, MAY BE BLANK)
002900*               COLS 138-145  PART 2 ANSWER THE VENDOR CLAIMS
003000*                             (OPEN, MAY BE BLANK)
003100*               COLS 147-196  NOTE (OPEN) OR REMARK (CLOSE)
003200*
003300*             RESOLUTION CODES:
003400*               UP  UPHELD     THE ANSWER OF RECORD STANDS
003500*               RS  RE-SCORED  THE PART 1/PART 2 ANSWERS OF THE
003600*                              LATEST HELD EXTRACT ROW BECOME THE
003700*                              ANSWERS OF RECORD - REFUSED IF THE
003800*                              SOURCE HAS NO HELD ROW
003900*               AJ  ADJUSTED   THE ANSWERS WERE CORRECTED THROUGH
004000*                              CAPMNT - REFUSED IF THE MASTER
004100*                              STILL SHOWS THE ANSWERS
004200*                              DISPUTED
004300*
004400*             WHILE A SOURCE IS ON HOLD CAPDRIVE STILL SCORES ITS
004500*             RE-SENDS, BUT WRITES THEIR EXTRACT ROWS TO THE
004600*             CAPIFHLD HELD FILE INSTEAD OF CAPIFACE AND LEAVES
004700*             THE ANSWERS OF RECORD ALONE - ONLY THE LAST-SCORED
004800*             DATE AND TIMES SCORED MOVE. CLOSING THE DISPUTE
004900*             MOVES THE SOURCE'S HELD ROWS TO CAPIFREL, WHICH THE
005000*             NEXT CAPDRIVE OR CAPMERGE RUN PUTS AT THE TOP OF A
005100*             FRESH CAPIFACE, STAMPED CF LIKE ANY CARRIED ROW. A
005200*             SOURCE MAY HAVE ONLY ONE OPEN DISPUTE AT A TIME, AND
005300*             ONLY A SOURCE ON THE MASTER CAN BE DISPUTED.
005400*
005500*             THE OPERATOR MUST BE ON THE CAPOPER AUTHORIZED-
005600*             OPERATOR FILE WITH C (CHANGE) AMONG THE ACTIONS THEY
005700*             MAY ENTER - A HOLD FREEZES THE ANSWERS OF RECORD AS
005800*             SURELY AS A CHANGE SETS THEM.
005900*
006000*             EVERY DISPUTE OPENED OR CLOSED IS ECHOED TO THE
006100*             CAPAUDIT TRAIL IN CAPMNT'S LAYOUT WITH THE VALUES
006200*             NOW STANDING ON THE MASTER: ACTION H (HOLD) WITH THE
006300*             REASON CODE, OR ACTION L (RELEASE) WITH THE
006400*             RESOLUTION CODE, IN COLS 110-113 AND THE DISPUTE
006500*             NUMBER IN COLS 115-120. A PROOF REPORT ON CAPDPRPT
006600*             SHOWS EVERY CARD APPLIED OR REJECTED.
006700*
006800*             CAPDISP ROW (LINE SEQUENTIAL, 400 BYTES):
006900*               COLS   1-6    DISPUTE NUMBER
007000*               COL    8      STATUS, O OPEN OR C CLOSED
007100*               COLS  10-19   DATE OPENED
007200*               COLS  21-40   OPENED BY (OPERATOR)
007300*               COLS  42-61   RAISED BY (VENDOR CONTACT)
007400*               COLS  63-64   REASON CODE
007500*               COLS  66-145  SOURCE
007600*               COLS 147-166  VENDOR, FROM CAPSRCE
007700*               COLS 168-171  PUZZLE TYPE, FROM CAPSRCE
007800*               COLS 173-189  PART 1 AND PART 2 OF RECORD AT OPEN
007900*               COLS 191-207  PART 1 AND PART 2 THE VENDOR CLAIMS
008000*               COLS 209-258  NOTE
008100*               COLS 260-261  RESOLUTION CODE
008200*               COLS 263-272  DATE CLOSED
008300*               COLS 274-293  CLOSED BY (OPERATOR)
008400*               COLS 295-311  PART 1 AND PART 2 LEFT OF RECORD
008500*               COLS 313-318  HELD ROWS RELEASED
008600*               COLS 320-369  REMARK
008700*             THE FILE IS REWRITTEN THROUGH THE CAPDPWRK WORK
008800*             FILE, AND CAPIFHLD THROUGH CAPIFHWK; IF A PASS
008900*             CANNOT FINISH THE LIVE FILE IS LEFT AS IT WAS AND
009000*             THE WORK FILE KEPT.
009100*
009200*             CONDITIONS: 0 ALL APPLIED, 4 SOMETHING REJECTED, 8
009300*             FILE TROUBLE, 16 NO OPERATOR FILE, CARD FILE OR
009400*             MASTER, OR THE DISPUTE TABLE FULL.
009500*
009600* MODIFICATION HISTORY.
009700*   2026-10-15  M00SK  ORIGINAL VERSION.
009710*   2026-10-15  M00SK  CAPIFHLD AND CAPDISP ARE EACH REPLACED FROM
009720*                      THEIR WORK FILE UNLESS THAT PASS ITSELF
009730*                      FAILED. A FULL DISPUTE TABLE NOW STOPS THE
009740*                      CARDS BUT STILL RECORDS THOSE APPLIED.
009750*                      PROOF REPORT HEADINGS LINED UP.
009760*   2026-10-15  M00SK  THE CAPDPWRK AND CAPIFHWK WORK FILES AND
009770*                      THE CAPDPRPT PROOF REPORT ARE LOCKED TOO.
009800******************************************************************
009900 IDENTIFICATION DIVISION.
010000 PROGRAM-ID. CAPDMNT.
010100 ENVIRONMENT DIVISION.
010200 INPUT-OUTPUT SECTION.
010300 FILE-CONTROL.
010400     SELECT CAPDTXN-FILE ASSIGN TO "CAPDTXN"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS DM-CAPDTXN-STATUS.
010700     SELECT CAPMAST-FILE ASSIGN TO "CAPMAST"
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS RANDOM
011000         RECORD KEY IS CM-SOURCE
011100         FILE STATUS IS DM-CAPMAST-STATUS.
011200     SELECT CAPAUDIT-FILE ASSIGN TO "CAPAUDIT"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS DM-CAPAUDIT-STATUS.
011500     SELECT CAPSRCE-FILE ASSIGN TO "CAPSRCE"
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS RANDOM
011800         RECORD KEY IS SR-SOURCE
011900         FILE STATUS IS DM-CAPSRCE-STATUS.
012000     SELECT CAPOPER-FILE ASSIGN TO "CAPOPER"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS DM-CAPOPER-STATUS.
012300     SELECT CAPDISP-FILE ASSIGN TO "CAPDISP"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS DM-CAPDISP-STATUS.
012600     SELECT CAPDPWRK-FILE ASSIGN TO "CAPDPWRK"
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS DM-CAPDPWRK-STATUS.
012900     SELECT CAPIFHLD-FILE ASSIGN TO "CAPIFHLD"
013000         ORGANIZATION IS LINE SEQUENTIAL
013100         FILE STATUS IS DM-CAPIFHLD-STATUS.
013200     SELECT CAPIFHWK-FILE ASSIGN TO "CAPIFHWK"
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS DM-CAPIFHWK-STATUS.
013500     SELECT CAPIFREL-FILE ASSIGN TO "CAPIFREL"
013600         ORGANIZATION IS LINE SEQUENTIAL
013700         FILE STATUS IS DM-CAPIFREL-STATUS.
013800     SELECT CAPDPRPT-FILE ASSIGN TO "CAPDPRPT"
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         FILE STATUS IS DM-CAPDPRPT-STATUS.
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  CAPDTXN-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  CAPDTXN-RECORD                             PIC X(196).
014600 FD  CAPMAST-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  CAPMAST-RECORD.
014900     05  CM-SOURCE                              PIC X(80).
015000     05  CM-FIRST-DATE                          PIC X(10).
015100     05  CM-LAST-DATE                           PIC X(10).
015200     05  CM-TIMES-SCORED                        PIC 9(05).
015300     05  CM-DIGIT-COUNT                         PIC 9(08).
015400     05  CM-ANS                                 PIC 9(08).
015500     05  CM-HALFWAY                             PIC 9(08).
015600     05  CM-HOLD-FLAG                           PIC X(01).
015700         88  CM-ON-HOLD                         VALUE "H".
015800     05  CM-HOLD-DISPUTE                        PIC X(06).
015900 FD  CAPAUDIT-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  CAPAUDIT-RECORD                            PIC X(240).
016200 FD  CAPSRCE-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 01  CAPSRCE-RECORD.
016500     05  SR-SOURCE                              PIC X(80).
016600     05  SR-VENDOR                              PIC X(20).
016700     05  SR-PUZZLE                              PIC X(04).
016800     05  SR-SCHED                               PIC X(01).
016900 FD  CAPOPER-FILE
017000     LABEL RECORDS ARE STANDARD.
017100 01  CAPOPER-RECORD.
017200     05  OP-USERID                              PIC X(20).
017300     05  FILLER                                 PIC X(01).
017400     05  OP-ENTER                               PIC X(04).
017500     05  FILLER                                 PIC X(01).
017600     05  OP-APPROVE                             PIC X(04).
017700     05  FILLER                                 PIC X(50).
017800 FD  CAPDISP-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  CAPDISP-RECORD                             PIC X(400).
018100 FD  CAPDPWRK-FILE
018200     LABEL RECORDS ARE STANDARD.
018300 01  CAPDPWRK-RECORD                            PIC X(400).
018400 FD  CAPIFHLD-FILE
018500     LABEL RECORDS ARE STANDARD.
018600 01  CAPIFHLD-RECORD                            PIC X(168).
018700 FD  CAPIFHWK-FILE
018800     LABEL RECORDS ARE STANDARD.
018900 01  CAPIFHWK-RECORD                            PIC X(168).
019000 FD  CAPIFREL-FILE
019100     LABEL RECORDS ARE STANDARD.
019200 01  CAPIFREL-RECORD                            PIC X(168).
019300 FD  CAPDPRPT-FILE
019400     LABEL RECORDS ARE STANDARD.
019500 01  CAPDPRPT-RECORD.
019600     05  CAPDPRPT-CTRL                          PIC X(01).
019700     05  CAPDPRPT-LINE                          PIC X(132).
019800 WORKING-STORAGE SECTION.
019900 77  DM-CAPDTXN-STATUS                          PIC X(02).
020000 77  DM-CAPMAST-STATUS                          PIC X(02).
020100 77  DM-CAPAUDIT-STATUS                         PIC X(02).
020200 77  DM-CAPSRCE-STATUS                          PIC X(02).
020300 77  DM-CAPOPER-STATUS                          PIC X(02).
020400 77  DM-CAPDISP-STATUS                          PIC X(02).
020500 77  DM-CAPDPWRK-STATUS                         PIC X(02).
020600 77  DM-CAPIFHLD-STATUS                         PIC X(02).
020700 77  DM-CAPIFHWK-STATUS                         PIC X(02).
020800 77  DM-CAPIFREL-STATUS                         PIC X(02).
020900 77  DM-CAPDPRPT-STATUS                         PIC X(02).
021000 77  DM-SRCE-OPEN-SW                            PIC X(01)
021100                                                VALUE "N".
021200     88  DM-SRCE-OPEN                           VALUE "Y".
021300 77  DM-TXN-EOF-SW                              PIC X(01)
021400                                                VALUE "N".
021500     88  DM-TXN-EOF                             VALUE "Y".
021600 77  DM-EOF-SW                                  PIC X(01)
021700                                                VALUE "N".
021800     88  DM-EOF                                 VALUE "Y".
021900 77  DM-MAST-FOUND-SW                           PIC X(01)
022000                                                VALUE "N".
022100     88  DM-MAST-FOUND                          VALUE "Y".
022200 77  DM-AUTH-SW                                 PIC X(01)
022300                                                VALUE "N".
022400     88  DM-AUTHORIZED                          VALUE "Y".
022500 77  DM-HELD-FOUND-SW                           PIC X(01)
022600                                                VALUE "N".
022700     88  DM-HELD-FOUND                          VALUE "Y".
022800 77  DM-ABANDON-SW                              PIC X(01)
022900                                                VALUE "N".
023000     88  DM-ABANDONED                           VALUE "Y".
023010 77  DM-HELD-WORK-FAILED-SW                     PIC X(01)
023020                                                VALUE "N".
023030     88  DM-HELD-WORK-FAILED                    VALUE "Y".
023040 77  DM-DISP-WORK-FAILED-SW                     PIC X(01)
023050                                                VALUE "N".
023060     88  DM-DISP-WORK-FAILED                    VALUE "Y".
023100 77  DM-LAST-NUMBER                             PIC 9(06)
023200                                                VALUE ZERO.
023300 77  DM-TALLY                                   PIC 9(04) COMP
023400                                                VALUE ZERO.
023500 77  DM-OX                                      PIC 9(04) COMP
023600                                                VALUE ZERO.
023700 77  DM-JX                                      PIC 9(04) COMP
023800                                                VALUE ZERO.
023900 77  DM-CARDS-READ                              PIC 9(08)
024000                                                VALUE ZERO.
024100 77  DM-CARDS-REJECTED                          PIC 9(08)
024200                                                VALUE ZERO.
024300 77  DM-DISPUTES-OPENED                         PIC 9(08)
024400                                                VALUE ZERO.
024500 77  DM-DISPUTES-CLOSED                         PIC 9(08)
024600                                                VALUE ZERO.
024700 77  DM-ROWS-RELEASED                           PIC 9(08)
024800                                                VALUE ZERO.
024900 77  DM-ROWS-STILL-HELD                         PIC 9(08)
025000                                                VALUE ZERO.
025100 77  DM-RUN-RC                                  PIC 9(02)
025200                                                VALUE ZERO.
025300 77  DM-NEW-RC                                  PIC 9(02)
025400                                                VALUE ZERO.
025500 77  DM-RUN-DATE-YYYYMMDD                       PIC 9(08)
025600                                                VALUE ZERO.
025700 77  DM-RUN-MMDD                                PIC 9(04)
025800                                                VALUE ZERO.
025900 77  DM-REJECT-TEXT                             PIC X(50)
026000                                                VALUE SPACES.
026100 77  DM-NUM-X                                   PIC X(08)
026200                                                VALUE SPACES.
026300 77  DM-NUM-OK-SW                               PIC X(01)
026400                                                VALUE "N".
026500     88  DM-NUM-OK                              VALUE "Y".
026600 77  DM-NUM-9                                   PIC 9(08)
026700                                                VALUE ZERO.
026800 77  DM-HELD-ANS                                PIC 9(08)
026900                                                VALUE ZERO.
027000 77  DM-HELD-HALF                               PIC 9(08)
027100                                                VALUE ZERO.
027200 77  DM-ROW-SOURCE                              PIC X(80)
027300                                                VALUE SPACES.
027400 77  DM-ROW-OLD-SW                              PIC X(01)
027500                                                VALUE "N".
027600     88  DM-ROW-OLD                             VALUE "Y".
027700 77  DM-FULL-TABLE                              PIC X(10)
027800                                                VALUE SPACES.
027900 01  DM-RUN-DATE-X.
028000     05  DM-RUN-YYYY                            PIC 9(04).
028100     05  FILLER                                 PIC X(01)
028200                                                VALUE "-".
028300     05  DM-RUN-MM                              PIC 9(02).
028400     05  FILLER                                 PIC X(01)
028500                                                VALUE "-".
028600     05  DM-RUN-DD                              PIC 9(02).
028700 01  DM-CARD-REC.
028800     05  DM-CD-ACTION                           PIC X(01).
028900         88  DM-CD-OPEN                         VALUE "O".
029000         88  DM-CD-CLOSE                        VALUE "C".
029100         88  DM-CD-ACTION-VALID                 VALUE "O" "C".
029200     05  FILLER                                 PIC X(01).
029300     05  DM-CD-USERID                           PIC X(20).
029400     05  FILLER                                 PIC X(01).
029500     05  DM-CD-CODE                             PIC X(02).
029600         88  DM-CD-UPHELD                       VALUE "UP".
029700         88  DM-CD-RESCORED                     VALUE "RS".
029800         88  DM-CD-ADJUSTED                     VALUE "AJ".
029900         88  DM-CD-RESOLUTION-VALID             VALUE "UP" "RS"
030000                                                      "AJ".
030100     05  FILLER                                 PIC X(01).
030200     05  DM-CD-KEY                              PIC X(80).
030300     05  FILLER                                 PIC X(01).
030400     05  DM-CD-RAISED-BY                        PIC X(20).
030500     05  FILLER                                 PIC X(01).
030600     05  DM-CD-CLAIM-ANS                        PIC X(08).
030700     05  FILLER                                 PIC X(01).
030800     05  DM-CD-CLAIM-HALF                       PIC X(08).
030900     05  FILLER                                 PIC X(01).
031000     05  DM-CD-NOTE                             PIC X(50).
031100*-----------------------------------------------------------------
031200* CAPDISP DISPUTE ROW - SEE THE HEADER FOR THE COLUMNS. THE
031300* CLOSING FIELDS STAY BLANK (COUNTS ZERO) WHILE IT IS OPEN.
031400*-----------------------------------------------------------------
031500 01  DM-DISP-REC.
031600     05  DM-DP-NUMBER                           PIC 9(06).
031700     05  FILLER                                 PIC X(01).
031800     05  DM-DP-STATUS                           PIC X(01).
031900         88  DM-DP-OPEN                         VALUE "O".
032000         88  DM-DP-CLOSED                       VALUE "C".
032100     05  FILLER                                 PIC X(01).
032200     05  DM-DP-OPENED                           PIC X(10).
032300     05  FILLER                                 PIC X(01).
032400     05  DM-DP-OPENED-BY                        PIC X(20).
032500     05  FILLER                                 PIC X(01).
032600     05  DM-DP-RAISED-BY                        PIC X(20).
032700     05  FILLER                                 PIC X(01).
032800     05  DM-DP-REASON                           PIC X(02).
032900     05  FILLER                                 PIC X(01).
033000     05  DM-DP-SOURCE                           PIC X(80).
033100     05  FILLER                                 PIC X(01).
033200     05  DM-DP-VENDOR                           PIC X(20).
033300     05  FILLER                                 PIC X(01).
033400     05  DM-DP-PUZZLE                           PIC X(04).
033500     05  FILLER                                 PIC X(01).
033600     05  DM-DP-OPEN-ANS                         PIC 9(08).
033700     05  FILLER                                 PIC X(01).
033800     05  DM-DP-OPEN-HALF                        PIC 9(08).
033900     05  FILLER                                 PIC X(01).
034000     05  DM-DP-CLAIM-ANS                        PIC X(08).
034100     05  FILLER                                 PIC X(01).
034200     05  DM-DP-CLAIM-HALF                       PIC X(08).
034300     05  FILLER                                 PIC X(01).
034400     05  DM-DP-NOTE                             PIC X(50).
034500     05  FILLER                                 PIC X(01).
034600     05  DM-DP-RESOLUTION                       PIC X(02).
034700     05  FILLER                                 PIC X(01).
034800     05  DM-DP-CLOSED-ON                        PIC X(10).
034900     05  FILLER                                 PIC X(01).
035000     05  DM-DP-CLOSED-BY                        PIC X(20).
035100     05  FILLER                                 PIC X(01).
035200     05  DM-DP-FINAL-ANS                        PIC 9(08).
035300     05  FILLER                                 PIC X(01).
035400     05  DM-DP-FINAL-HALF                       PIC 9(08).
035500     05  FILLER                                 PIC X(01).
035600     05  DM-DP-RELEASED                         PIC 9(06).
035700     05  FILLER                                 PIC X(01).
035800     05  DM-DP-REMARK                           PIC X(50).
035900     05  FILLER                                 PIC X(31).
036000*-----------------------------------------------------------------
036100* THE DISPUTES THIS RUN MAY TOUCH - EVERY ONE OPEN ON CAPDISP AT
036200* THE START AND EVERY ONE OPENED SINCE - WITH WHETHER THE ROW IS
036300* NEW, WHETHER IT HAS CHANGED AND WHETHER ITS HELD ROWS ARE TO BE
036400* RELEASED.
036500*-----------------------------------------------------------------
036600 01  DM-OPEN-TABLE.
036700     05  DM-OPEN-COUNT                          PIC 9(04) COMP
036800                                                VALUE ZERO.
036900     05  DM-OPEN-ENTRY OCCURS 500 TIMES.
037000         10  DM-OT-NUMBER                       PIC 9(06).
037100         10  DM-OT-SOURCE                       PIC X(80).
037200         10  DM-OT-OPEN-SW                      PIC X(01).
037300         10  DM-OT-NEW-SW                       PIC X(01).
037400         10  DM-OT-CHANGED-SW                   PIC X(01).
037500         10  DM-OT-RELEASE-SW                   PIC X(01).
037600         10  DM-OT-RELEASED                     PIC 9(06).
037700         10  DM-OT-REC                          PIC X(400).
037800*-----------------------------------------------------------------
037900* THE AUTHORIZED OPERATORS, AS LOADED FROM CAPOPER.
038000*-----------------------------------------------------------------
038100 01  DM-OPER-TABLE.
038200     05  DM-OPER-COUNT                          PIC 9(04) COMP
038300                                                VALUE ZERO.
038400     05  DM-OPER-ENTRY OCCURS 200 TIMES.
038500         10  DM-OP-USERID                       PIC X(20).
038600         10  DM-OP-ENTER                        PIC X(04).
038700 01  DM-AU-RAW-TIMESTAMP                        PIC X(21).
038800 01  DM-AUDIT-LINE.
038900     05  DM-AU-DATE                             PIC X(19).
039000     05  FILLER                                 PIC X(01)
039100                                                VALUE SPACE.
039200     05  DM-AU-USERID                           PIC X(20).
039300     05  FILLER                                 PIC X(01)
039400                                                VALUE SPACE.
039500     05  DM-AU-SOURCE                           PIC X(40).
039600     05  FILLER                                 PIC X(01)
039700                                                VALUE SPACE.
039800     05  DM-AU-RECCOUNT                         PIC Z(7)9.
039900     05  FILLER                                 PIC X(01)
040000                                                VALUE SPACE.
040100     05  DM-AU-ANS                              PIC Z(7)9.
040200     05  FILLER                                 PIC X(01)
040300                                                VALUE SPACE.
040400     05  DM-AU-HALFWAY                          PIC Z(7)9.
040500     05  FILLER                                 PIC X(01)
040600                                                VALUE SPACE.
040700     05  DM-AU-ACTION                           PIC X(01).
040800     05  FILLER                                 PIC X(01)
040900                                                VALUE SPACE.
041000     05  DM-AU-REASON                           PIC X(02).
041100*    THE DISPUTE NUMBER SITS IN COLS 115-120, WHERE A CAPBKOUT ROW
041200*    KEEPS ITS ROW COUNT; THE V2 EXTENSION AREA FOLLOWS.
041300     05  FILLER                                 PIC X(01)
041400                                                VALUE SPACE.
041500     05  DM-AU-DISPUTE                          PIC 9(06).
041600     05  FILLER                                 PIC X(11)
041700                                                VALUE SPACES.
041800     05  DM-AU-VERSION                          PIC X(02)
041900                                                VALUE "V2".
042000     05  FILLER                                 PIC X(01)
042100                                                VALUE SPACE.
042200     05  DM-AU-PUZZLE                           PIC X(04).
042300     05  FILLER                                 PIC X(01)
042400                                                VALUE SPACE.
042500     05  DM-AU-FULL-SOURCE                      PIC X(80).
042600     05  FILLER                                 PIC X(21)
042700                                                VALUE SPACES.
042800 01  DM-PROOF-LINE.
042900     05  FILLER                                 PIC X(01)
043000                                                VALUE SPACE.
043100     05  DM-PL-ACTION                           PIC X(01).
043200     05  FILLER                                 PIC X(02)
043300                                                VALUE SPACES.
043400     05  DM-PL-CODE                             PIC X(02).
043500     05  FILLER                                 PIC X(02)
043600                                                VALUE SPACES.
043700     05  DM-PL-KEY                              PIC X(50).
043800     05  FILLER                                 PIC X(02)
043900                                                VALUE SPACES.
044000     05  DM-PL-STATUS                           PIC X(08).
044100     05  FILLER                                 PIC X(02)
044200                                                VALUE SPACES.
044300     05  DM-PL-TEXT                             PIC X(50).
044400 01  DM-COUNT-LINE.
044500     05  FILLER                                 PIC X(03)
044600                                                VALUE SPACES.
044700     05  DM-CL-LABEL                            PIC X(26).
044800     05  DM-CL-COUNT                            PIC Z(07)9.
044900*-----------------------------------------------------------------
045000* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
045100* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
045200*-----------------------------------------------------------------
045300 COPY CAPJOBA.
045400 PROCEDURE DIVISION.
045500 0000-MAIN SECTION.
045600*-----------------------------------------------------------------
045700 0000-MAINLINE.
045800     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
045900     PERFORM 0800-JOB-START THRU 0800-EXIT
046000     IF JC-REFUSED
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF
046400     OPEN OUTPUT CAPDPRPT-FILE
046500     IF DM-CAPDPRPT-STATUS NOT = "00"
046600         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPDPRPT, STATUS "
046700             DM-CAPDPRPT-STATUS
046800         MOVE 8 TO RETURN-CODE
046900         PERFORM 0890-JOB-END THRU 0890-EXIT
047000         STOP RUN
047100     END-IF
047200     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
047300     PERFORM 0960-LOAD-OPERATORS THRU 0960-EXIT
047400     IF DM-RUN-RC = 16
047500         GO TO 0000-WRAP-UP
047600     END-IF
047700     PERFORM 0970-LOAD-OPEN-DISPUTES THRU 0970-EXIT
047800     IF DM-RUN-RC = 16
047900         GO TO 0000-WRAP-UP
048000     END-IF
048100     OPEN INPUT CAPDTXN-FILE
048200     IF DM-CAPDTXN-STATUS NOT = "00"
048300         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPDTXN CARD FILE, "
048400             "STATUS " DM-CAPDTXN-STATUS
048500         MOVE 16 TO DM-NEW-RC
048600         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
048700         GO TO 0000-WRAP-UP
048800     END-IF
048900     OPEN I-O CAPMAST-FILE
049000     IF DM-CAPMAST-STATUS NOT = "00"
049100         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPMAST, STATUS "
049200             DM-CAPMAST-STATUS
049300             " - HAS CAPDRIVE EVER RUN WITH THE MASTER IN PLACE?"
049400         MOVE 16 TO DM-NEW-RC
049500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
049600         CLOSE CAPDTXN-FILE
049700         GO TO 0000-WRAP-UP
049800     END-IF
049900*    THE REGISTRY ONLY SUPPLIES THE VENDOR AND PUZZLE TYPE -
050000*    WITHOUT IT THE DISPUTE AND ITS ECHOES GO OUT WITH BOTH BLANK.
050100     OPEN INPUT CAPSRCE-FILE
050200     IF DM-CAPSRCE-STATUS = "00"
050300         MOVE "Y" TO DM-SRCE-OPEN-SW
050400     ELSE
050500         DISPLAY "CAPDMNT - CAPSRCE NOT AVAILABLE, STATUS "
050600             DM-CAPSRCE-STATUS " - VENDOR AND PUZZLE LEFT BLANK"
050700     END-IF
050800     PERFORM 1000-PROCESS-ONE-CARD THRU 1000-EXIT
050900         UNTIL DM-TXN-EOF
051000     CLOSE CAPDTXN-FILE
051100     IF DM-SRCE-OPEN
051200         CLOSE CAPSRCE-FILE
051300     END-IF
051400     CLOSE CAPMAST-FILE
051500     IF DM-DISPUTES-CLOSED > ZERO
051600         PERFORM 5000-RELEASE-HELD-ROWS THRU 5000-EXIT
051700     END-IF
051800     IF DM-DISPUTES-OPENED > ZERO OR DM-DISPUTES-CLOSED > ZERO
051900         PERFORM 6000-REWRITE-DISPUTES THRU 6000-EXIT
052000     END-IF.
052100 0000-WRAP-UP.
052200     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
052300     CLOSE CAPDPRPT-FILE
052400     DISPLAY "CAPDMNT - CARDS READ " DM-CARDS-READ
052500         ", OPENED " DM-DISPUTES-OPENED
052600         ", CLOSED " DM-DISPUTES-CLOSED
052700         ", REJECTED " DM-CARDS-REJECTED
052800         ", ROWS RELEASED " DM-ROWS-RELEASED
052900     MOVE DM-RUN-RC TO RETURN-CODE
053000     PERFORM 0890-JOB-END THRU 0890-EXIT
053100     STOP RUN.
053200 0000-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
053600* DATASET LOCKS THROUGH CAPJCTL. THE DISPUTE FILE, THE MASTER, THE
053610* TRAIL, BOTH HELD-ROW FILES, BOTH WORK FILES AND THE PROOF REPORT
053620* ARE UPDATED; THE REST ONLY READ.
053800*-----------------------------------------------------------------
053900 0800-JOB-START SECTION.
054000 0800-START.
054100     MOVE SPACES TO CAPJOB-COMMAREA
054200     MOVE "S" TO JC-FUNCTION
054300     MOVE "CAPDMNT" TO JC-PROGRAM
054310     MOVE 11 TO JC-LOCK-COUNT
054500     MOVE "CAPDISP" TO JC-LOCK-DSN(1)
054600     MOVE "U" TO JC-LOCK-MODE(1)
054700     MOVE "CAPMAST" TO JC-LOCK-DSN(2)
054800     MOVE "U" TO JC-LOCK-MODE(2)
054900     MOVE "CAPAUDIT" TO JC-LOCK-DSN(3)
055000     MOVE "U" TO JC-LOCK-MODE(3)
055100     MOVE "CAPIFHLD" TO JC-LOCK-DSN(4)
055200     MOVE "U" TO JC-LOCK-MODE(4)
055300     MOVE "CAPIFREL" TO JC-LOCK-DSN(5)
055400     MOVE "U" TO JC-LOCK-MODE(5)
055500     MOVE "CAPSRCE" TO JC-LOCK-DSN(6)
055600     MOVE "R" TO JC-LOCK-MODE(6)
055700     MOVE "CAPOPER" TO JC-LOCK-DSN(7)
055800     MOVE "R" TO JC-LOCK-MODE(7)
055900     MOVE "CAPDTXN" TO JC-LOCK-DSN(8)
056000     MOVE "R" TO JC-LOCK-MODE(8)
056010     MOVE "CAPDPWRK" TO JC-LOCK-DSN(9)
056020     MOVE "U" TO JC-LOCK-MODE(9)
056030     MOVE "CAPIFHWK" TO JC-LOCK-DSN(10)
056040     MOVE "U" TO JC-LOCK-MODE(10)
056050     MOVE "CAPDPRPT" TO JC-LOCK-DSN(11)
056060     MOVE "U" TO JC-LOCK-MODE(11)
056100     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
056200 0800-EXIT.
056300     EXIT.
056400*-----------------------------------------------------------------
056500* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
056600* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
056700* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
056800*-----------------------------------------------------------------
056900 0890-JOB-END SECTION.
057000 0890-START.
057100     MOVE RETURN-CODE TO JC-CONDITION
057200     MOVE "E" TO JC-FUNCTION
057300     MOVE "READ" TO JC-COUNT-LABEL(1)
057400     MOVE DM-CARDS-READ TO JC-COUNT-VALUE(1)
057500     MOVE "OPENED" TO JC-COUNT-LABEL(2)
057600     MOVE DM-DISPUTES-OPENED TO JC-COUNT-VALUE(2)
057700     MOVE "CLOSED" TO JC-COUNT-LABEL(3)
057800     MOVE DM-DISPUTES-CLOSED TO JC-COUNT-VALUE(3)
057900     MOVE "REJECTED" TO JC-COUNT-LABEL(4)
058000     MOVE DM-CARDS-REJECTED TO JC-COUNT-VALUE(4)
058100     CALL "CAPJCTL" USING CAPJOB-COMMAREA
058200     MOVE JC-CONDITION TO RETURN-CODE.
058300 0890-EXIT.
058400     EXIT.
058500*-----------------------------------------------------------------
058600 0900-GET-RUN-DATE SECTION.
058700 0900-START.
058800     ACCEPT DM-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
058900     DIVIDE DM-RUN-DATE-YYYYMMDD BY 10000
059000         GIVING DM-RUN-YYYY
059100         REMAINDER DM-RUN-MMDD
059200     DIVIDE DM-RUN-MMDD BY 100
059300         GIVING DM-RUN-MM
059400         REMAINDER DM-RUN-DD.
059500 0900-EXIT.
059600     EXIT.
059700*-----------------------------------------------------------------
059800 0950-PRINT-REPORT-HEADER SECTION.
059900 0950-START.
060000     MOVE "1" TO CAPDPRPT-CTRL
060100     MOVE SPACES TO CAPDPRPT-LINE
060200     STRING "CAPDMNT - ANSWER DISPUTE MAINTENANCE PROOF REPORT"
060300         DELIMITED BY SIZE INTO CAPDPRPT-LINE
060400     WRITE CAPDPRPT-RECORD
060500     MOVE " " TO CAPDPRPT-CTRL
060600     MOVE SPACES TO CAPDPRPT-LINE
060700     STRING "RUN DATE.......... " DELIMITED BY SIZE
060800         DM-RUN-DATE-X DELIMITED BY SIZE INTO CAPDPRPT-LINE
060900     WRITE CAPDPRPT-RECORD
061000     MOVE SPACES TO CAPDPRPT-LINE
061100     WRITE CAPDPRPT-RECORD
061200     MOVE SPACES TO CAPDPRPT-LINE
061300     STRING " A  CD  SOURCE" DELIMITED BY SIZE
061400         INTO CAPDPRPT-LINE
061410     MOVE "STATUS" TO CAPDPRPT-LINE(61:6)
061420     MOVE "DETAIL" TO CAPDPRPT-LINE(71:6)
061700     WRITE CAPDPRPT-RECORD
061800     MOVE SPACES TO CAPDPRPT-LINE
061900     WRITE CAPDPRPT-RECORD.
062000 0950-EXIT.
062100     EXIT.
062200*-----------------------------------------------------------------
062300* 0960-LOAD-OPERATORS LOADS THE CAPOPER AUTHORIZED-OPERATOR FILE.
062400* WITHOUT IT NO ONE MAY OPEN OR CLOSE A DISPUTE, SO THE RUN STOPS
062500* WITH CONDITION 16 AND NOTHING DONE.
062600*-----------------------------------------------------------------
062700 0960-LOAD-OPERATORS SECTION.
062800 0960-START.
062900     OPEN INPUT CAPOPER-FILE
063000     IF DM-CAPOPER-STATUS NOT = "00"
063100         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPOPER OPERATOR "
063200             "FILE, STATUS " DM-CAPOPER-STATUS " - NOTHING DONE"
063300         MOVE 16 TO DM-NEW-RC
063400         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
063500         GO TO 0960-EXIT
063600     END-IF.
063700 0960-READ-LOOP.
063800     READ CAPOPER-FILE
063900         AT END
064000             GO TO 0960-READS-DONE
064100     END-READ
064200     IF CAPOPER-RECORD = SPACES OR CAPOPER-RECORD(1:1) = "*"
064300         GO TO 0960-READ-LOOP
064400     END-IF
064500     IF OP-USERID = SPACES
064600         GO TO 0960-READ-LOOP
064700     END-IF
064800     IF DM-OPER-COUNT >= 200
064900         DISPLAY "CAPDMNT - OPERATOR TABLE FULL (200) - RAISE "
065000             "ITS OCCURS LIMIT - NOTHING DONE"
065100         MOVE 16 TO DM-NEW-RC
065200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
065300         GO TO 0960-READS-DONE
065400     END-IF
065500     ADD 1 TO DM-OPER-COUNT
065600     MOVE OP-USERID TO DM-OP-USERID(DM-OPER-COUNT)
065700     MOVE OP-ENTER TO DM-OP-ENTER(DM-OPER-COUNT)
065800     GO TO 0960-READ-LOOP.
065900 0960-READS-DONE.
066000     CLOSE CAPOPER-FILE.
066100 0960-EXIT.
066200     EXIT.
066300*-----------------------------------------------------------------
066400* 0970-LOAD-OPEN-DISPUTES READS CAPDISP FOR THE HIGHEST DISPUTE
066500* NUMBER ISSUED SO FAR - NEW DISPUTES NUMBER ON FROM IT - AND
066600* LOADS EVERY DISPUTE STILL OPEN. NO CAPDISP YET MEANS NO
066700* DISPUTES YET. A TABLE TOO SMALL FOR THE OPEN DISPUTES STOPS THE
066800* RUN WITH CONDITION 16 BEFORE ANYTHING IS CHANGED.
066900*-----------------------------------------------------------------
067000 0970-LOAD-OPEN-DISPUTES SECTION.
067100 0970-START.
067200     OPEN INPUT CAPDISP-FILE
067300     IF DM-CAPDISP-STATUS NOT = "00"
067400         GO TO 0970-EXIT
067500     END-IF.
067600 0970-READ-LOOP.
067700     READ CAPDISP-FILE INTO DM-DISP-REC
067800         AT END
067900             GO TO 0970-READS-DONE
068000     END-READ
068100     IF NOT DM-DP-NUMBER NUMERIC
068200         GO TO 0970-READ-LOOP
068300     END-IF
068400     IF DM-DP-NUMBER > DM-LAST-NUMBER
068500         MOVE DM-DP-NUMBER TO DM-LAST-NUMBER
068600     END-IF
068700     IF NOT DM-DP-OPEN
068800         GO TO 0970-READ-LOOP
068900     END-IF
069000     IF DM-OPEN-COUNT >= 500
069100         MOVE "DISPUTE" TO DM-FULL-TABLE
069200         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
069300         GO TO 0970-READS-DONE
069400     END-IF
069500     ADD 1 TO DM-OPEN-COUNT
069600     MOVE DM-OPEN-COUNT TO DM-OX
069700     PERFORM 1600-FILL-ENTRY THRU 1600-EXIT
069800     MOVE "N" TO DM-OT-NEW-SW(DM-OX)
069900     GO TO 0970-READ-LOOP.
070000 0970-READS-DONE.
070100     CLOSE CAPDISP-FILE.
070200 0970-EXIT.
070300     EXIT.
070400*-----------------------------------------------------------------
070500* 1000-PROCESS-ONE-CARD READS AND APPLIES ONE CARD. THE CARD MUST
070600* NAME A VALID ACTION, A USER ID, A CODE AND A KEY, AND ITS USER
070700* MUST BE ALLOWED TO ENTER CHANGES ON CAPOPER.
070800*-----------------------------------------------------------------
070900 1000-PROCESS-ONE-CARD SECTION.
071000 1000-START.
071100     READ CAPDTXN-FILE INTO DM-CARD-REC
071200         AT END
071300             MOVE "Y" TO DM-TXN-EOF-SW
071400             GO TO 1000-EXIT
071500     END-READ
071600     IF DM-CARD-REC = SPACES
071700         GO TO 1000-EXIT
071800     END-IF
071900     ADD 1 TO DM-CARDS-READ
072000     MOVE SPACES TO DM-REJECT-TEXT
072100     IF NOT DM-CD-ACTION-VALID
072200         MOVE "ACTION NOT O/C" TO DM-REJECT-TEXT
072300         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
072400         GO TO 1000-EXIT
072500     END-IF
072600     IF DM-CD-USERID = SPACES OR DM-CD-CODE = SPACES
072700         MOVE "USER ID AND REASON/RESOLUTION CODE REQUIRED"
072800             TO DM-REJECT-TEXT
072900         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
073000         GO TO 1000-EXIT
073100     END-IF
073200     IF DM-CD-KEY = SPACES
073300         MOVE "KEY IS BLANK" TO DM-REJECT-TEXT
073400         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
073500         GO TO 1000-EXIT
073600     END-IF
073700     PERFORM 1300-CHECK-OPERATOR THRU 1300-EXIT
073800     IF NOT DM-AUTHORIZED
073900         MOVE "USER NOT AUTHORIZED TO ENTER CHANGES"
074000             TO DM-REJECT-TEXT
074100         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
074200         GO TO 1000-EXIT
074300     END-IF
074400     IF DM-CD-OPEN
074500         PERFORM 2100-OPEN-DISPUTE THRU 2100-EXIT
074600     ELSE
074700         PERFORM 2200-CLOSE-DISPUTE THRU 2200-EXIT
074800     END-IF.
074900 1000-EXIT.
075000     EXIT.
075100*-----------------------------------------------------------------
075200* 1100-READ-MASTER LOOKS THE CARD'S KEY UP ON THE MASTER AND
075300* LEAVES THE ROW IN CAPMAST-RECORD WITH DM-MAST-FOUND SET.
075400*-----------------------------------------------------------------
075500 1100-READ-MASTER SECTION.
075600 1100-START.
075700     MOVE "N" TO DM-MAST-FOUND-SW
075800     MOVE SPACES TO CAPMAST-RECORD
075900     MOVE DM-CD-KEY TO CM-SOURCE
076000     READ CAPMAST-FILE
076100         INVALID KEY
076200             CONTINUE
076300         NOT INVALID KEY
076400             MOVE "Y" TO DM-MAST-FOUND-SW
076500     END-READ.
076600 1100-EXIT.
076700     EXIT.
076800*-----------------------------------------------------------------
076900* 1200-PARSE-NUMBER TURNS AN 8-BYTE CARD FIELD (LEADING BLANKS OR
077000* ZERO FILLED) INTO DM-NUM-9, THE SAME WAY CAPMNT DOES. ALL BLANK
077100* COMES BACK WITH DM-NUM-OK OFF.
077200*-----------------------------------------------------------------
077300 1200-PARSE-NUMBER SECTION.
077400 1200-START.
077500     MOVE "N" TO DM-NUM-OK-SW
077600     MOVE ZERO TO DM-NUM-9
077700     IF DM-NUM-X = SPACES
077800         GO TO 1200-EXIT
077900     END-IF
078000     INSPECT DM-NUM-X REPLACING LEADING " " BY "0"
078100     IF DM-NUM-X NOT NUMERIC
078200         GO TO 1200-EXIT
078300     END-IF
078400     MOVE DM-NUM-X TO DM-NUM-9
078500     MOVE "Y" TO DM-NUM-OK-SW.
078600 1200-EXIT.
078700     EXIT.
078800*-----------------------------------------------------------------
078900* 1300-CHECK-OPERATOR SETS DM-AUTHORIZED IF CAPOPER LETS THE
079000* CARD'S USER ENTER CHANGES (C AMONG THE ACTIONS THEY MAY ENTER).
079100*-----------------------------------------------------------------
079200 1300-CHECK-OPERATOR SECTION.
079300 1300-START.
079400     MOVE "N" TO DM-AUTH-SW
079500     MOVE ZERO TO DM-OX
079600     PERFORM 1310-CHECK-ONE-OPERATOR THRU 1310-EXIT
079700         VARYING DM-JX FROM 1 BY 1
079800         UNTIL DM-JX > DM-OPER-COUNT OR DM-OX > ZERO
079900     IF DM-OX = ZERO
080000         GO TO 1300-EXIT
080100     END-IF
080200     MOVE ZERO TO DM-TALLY
080300     INSPECT DM-OP-ENTER(DM-OX) TALLYING DM-TALLY FOR ALL "C"
080400     IF DM-TALLY > ZERO
080500         MOVE "Y" TO DM-AUTH-SW
080600     END-IF.
080700 1300-EXIT.
080800     EXIT.
080900*-----------------------------------------------------------------
081000 1310-CHECK-ONE-OPERATOR SECTION.
081100 1310-START.
081200     IF DM-OP-USERID(DM-JX) = DM-CD-USERID
081300         MOVE DM-JX TO DM-OX
081400     END-IF.
081500 1310-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------------
081800* 1500-FIND-OPEN-DISPUTE POINTS DM-OX AT THE OPEN DISPUTE ON THE
081900* CARD'S KEY, OR ZERO.
082000*-----------------------------------------------------------------
082100 1500-FIND-OPEN-DISPUTE SECTION.
082200 1500-START.
082300     MOVE ZERO TO DM-OX
082400     PERFORM 1510-CHECK-ONE-DISPUTE THRU 1510-EXIT
082500         VARYING DM-JX FROM 1 BY 1
082600         UNTIL DM-JX > DM-OPEN-COUNT OR DM-OX > ZERO.
082700 1500-EXIT.
082800     EXIT.
082900*-----------------------------------------------------------------
083000 1510-CHECK-ONE-DISPUTE SECTION.
083100 1510-START.
083200     IF DM-OT-SOURCE(DM-JX) = DM-CD-KEY
083300             AND DM-OT-OPEN-SW(DM-JX) = "Y"
083400         MOVE DM-JX TO DM-OX
083500     END-IF.
083600 1510-EXIT.
083700     EXIT.
083800*-----------------------------------------------------------------
083900* 1600-FILL-ENTRY PUTS THE DISPUTE IN DM-DISP-REC INTO TABLE SLOT
084000* DM-OX, UNCHANGED AND WITH NOTHING YET TO RELEASE.
084100*-----------------------------------------------------------------
084200 1600-FILL-ENTRY SECTION.
084300 1600-START.
084400     MOVE DM-DP-NUMBER TO DM-OT-NUMBER(DM-OX)
084500     MOVE DM-DP-SOURCE TO DM-OT-SOURCE(DM-OX)
084600     MOVE "Y" TO DM-OT-OPEN-SW(DM-OX)
084700     MOVE "N" TO DM-OT-CHANGED-SW(DM-OX)
084800     MOVE "N" TO DM-OT-RELEASE-SW(DM-OX)
084900     MOVE ZERO TO DM-OT-RELEASED(DM-OX)
085000     MOVE DM-DISP-REC TO DM-OT-REC(DM-OX).
085100 1600-EXIT.
085200     EXIT.
085300*-----------------------------------------------------------------
085400* 1800-REJECT-CARD PUTS THE CARD ON THE PROOF REPORT WITH THE
085500* REASON IT WAS REFUSED. A REJECTED CARD CHANGES NOTHING AND
085600* WRITES NO AUDIT ROW - THERE IS NOTHING TO ACCOUNT FOR.
085700*-----------------------------------------------------------------
085800 1800-REJECT-CARD SECTION.
085900 1800-START.
086000     ADD 1 TO DM-CARDS-REJECTED
086100     MOVE 4 TO DM-NEW-RC
086200     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
086300     MOVE "REJECTED" TO DM-PL-STATUS
086400     MOVE DM-REJECT-TEXT TO DM-PL-TEXT
086500     PERFORM 1900-PRINT-PROOF-LINE THRU 1900-EXIT
086600     DISPLAY "CAPDMNT - REJECTED " DM-CD-ACTION " "
086700         DM-CD-KEY(1:40) " - " DM-REJECT-TEXT.
086800 1800-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------------
087100* 1900-PRINT-PROOF-LINE PUTS THE CARD IN HAND ON THE PROOF REPORT
087200* WITH THE STATUS AND TEXT ALREADY IN DM-PL-STATUS AND DM-PL-TEXT.
087300*-----------------------------------------------------------------
087400 1900-PRINT-PROOF-LINE SECTION.
087500 1900-START.
087600     MOVE DM-CD-ACTION TO DM-PL-ACTION
087700     MOVE DM-CD-CODE TO DM-PL-CODE
087800     MOVE DM-CD-KEY TO DM-PL-KEY
087900     MOVE " " TO CAPDPRPT-CTRL
088000     MOVE DM-PROOF-LINE TO CAPDPRPT-LINE
088100     WRITE CAPDPRPT-RECORD.
088200 1900-EXIT.
088300     EXIT.
088400*-----------------------------------------------------------------
088500* 2100-OPEN-DISPUTE OPENS A DISPUTE UNDER THE NEXT NUMBER AND PUTS
088600* THE MASTER ROW ON HOLD. THE ANSWERS OF RECORD AT THE TIME, AND
088700* WHAT THE VENDOR SAYS THEY SHOULD BE, ARE KEPT WITH THE DISPUTE.
088800*-----------------------------------------------------------------
088900 2100-OPEN-DISPUTE SECTION.
089000 2100-START.
089100     PERFORM 1500-FIND-OPEN-DISPUTE THRU 1500-EXIT
089200     IF DM-OX > ZERO
089300         STRING "DISPUTE " DELIMITED BY SIZE
089400             DM-OT-NUMBER(DM-OX) DELIMITED BY SIZE
089500             " ALREADY OPEN ON THIS SOURCE" DELIMITED BY SIZE
089600             INTO DM-REJECT-TEXT
089700         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
089800         GO TO 2100-EXIT
089900     END-IF
090000     PERFORM 1100-READ-MASTER THRU 1100-EXIT
090100     IF NOT DM-MAST-FOUND
090200         MOVE "KEY NOT ON MASTER" TO DM-REJECT-TEXT
090300         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
090400         GO TO 2100-EXIT
090500     END-IF
090600     IF CM-ON-HOLD
090700         STRING "MASTER ALREADY ON HOLD UNDER " DELIMITED BY SIZE
090800             CM-HOLD-DISPUTE DELIMITED BY SIZE
090900             INTO DM-REJECT-TEXT
091000         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
091100         GO TO 2100-EXIT
091200     END-IF
091300     IF DM-CD-RAISED-BY = SPACES
091400         MOVE "RAISED BY IS BLANK" TO DM-REJECT-TEXT
091500         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
091600         GO TO 2100-EXIT
091700     END-IF
091800     MOVE SPACES TO DM-DISP-REC
091900     MOVE DM-CD-CLAIM-ANS TO DM-NUM-X
092000     PERFORM 1200-PARSE-NUMBER THRU 1200-EXIT
092100     IF DM-CD-CLAIM-ANS NOT = SPACES AND NOT DM-NUM-OK
092200         MOVE "CLAIMED PART 1 NOT NUMERIC" TO DM-REJECT-TEXT
092300         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
092400         GO TO 2100-EXIT
092500     END-IF
092600     IF DM-NUM-OK
092700         MOVE DM-NUM-X TO DM-DP-CLAIM-ANS
092800     END-IF
092900     MOVE DM-CD-CLAIM-HALF TO DM-NUM-X
093000     PERFORM 1200-PARSE-NUMBER THRU 1200-EXIT
093100     IF DM-CD-CLAIM-HALF NOT = SPACES AND NOT DM-NUM-OK
093200         MOVE "CLAIMED PART 2 NOT NUMERIC" TO DM-REJECT-TEXT
093300         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
093400         GO TO 2100-EXIT
093500     END-IF
093600     IF DM-NUM-OK
093700         MOVE DM-NUM-X TO DM-DP-CLAIM-HALF
093800     END-IF
093900     IF DM-OPEN-COUNT >= 500
094000         MOVE "DISPUTE" TO DM-FULL-TABLE
094100         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
094200         MOVE "DISPUTE TABLE FULL" TO DM-REJECT-TEXT
094300         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
094500         GO TO 2100-EXIT
094600     END-IF
094700     ADD 1 TO DM-LAST-NUMBER
094800     MOVE DM-LAST-NUMBER TO DM-DP-NUMBER
094900     MOVE "O" TO DM-DP-STATUS
095000     MOVE DM-RUN-DATE-X TO DM-DP-OPENED
095100     MOVE DM-CD-USERID TO DM-DP-OPENED-BY
095200     MOVE DM-CD-RAISED-BY TO DM-DP-RAISED-BY
095300     MOVE DM-CD-CODE TO DM-DP-REASON
095400     MOVE CM-SOURCE TO DM-DP-SOURCE
095500     PERFORM 2500-LOOK-UP-SOURCE THRU 2500-EXIT
095600     MOVE CM-ANS TO DM-DP-OPEN-ANS
095700     MOVE CM-HALFWAY TO DM-DP-OPEN-HALF
095800     MOVE DM-CD-NOTE TO DM-DP-NOTE
095900     MOVE ZERO TO DM-DP-FINAL-ANS
096000     MOVE ZERO TO DM-DP-FINAL-HALF
096100     MOVE ZERO TO DM-DP-RELEASED
096200     MOVE "H" TO CM-HOLD-FLAG
096300     MOVE DM-DP-NUMBER TO CM-HOLD-DISPUTE
096400     REWRITE CAPMAST-RECORD
096500     IF DM-CAPMAST-STATUS NOT = "00"
096600         SUBTRACT 1 FROM DM-LAST-NUMBER
096700         MOVE "MASTER REWRITE FAILED" TO DM-REJECT-TEXT
096800         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
096900         MOVE 8 TO DM-NEW-RC
097000         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
097100         GO TO 2100-EXIT
097200     END-IF
097300     ADD 1 TO DM-OPEN-COUNT
097400     MOVE DM-OPEN-COUNT TO DM-OX
097500     PERFORM 1600-FILL-ENTRY THRU 1600-EXIT
097600     MOVE "Y" TO DM-OT-NEW-SW(DM-OX)
097700     ADD 1 TO DM-DISPUTES-OPENED
097800     MOVE "H" TO DM-AU-ACTION
097900     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
098000     MOVE "OPENED" TO DM-PL-STATUS
098100     MOVE SPACES TO DM-PL-TEXT
098200     STRING "DISPUTE " DELIMITED BY SIZE
098300         DM-DP-NUMBER DELIMITED BY SIZE
098400         " - MASTER ON HOLD" DELIMITED BY SIZE
098500         INTO DM-PL-TEXT
098600     PERFORM 1900-PRINT-PROOF-LINE THRU 1900-EXIT.
098700 2100-EXIT.
098800     EXIT.
098900*-----------------------------------------------------------------
099000* 2200-CLOSE-DISPUTE RESOLVES THE OPEN DISPUTE ON THE CARD'S KEY.
099100* THE ROW COMES OFF HOLD - WITH THE LATEST HELD ROW'S ANSWERS IF
099200* IT WAS RE-SCORED - AND ITS HELD ROWS ARE MARKED FOR RELEASE
099300* ONCE EVERY CARD IS IN.
099400*-----------------------------------------------------------------
099500 2200-CLOSE-DISPUTE SECTION.
099600 2200-START.
099700     IF NOT DM-CD-RESOLUTION-VALID
099800         MOVE "RESOLUTION NOT UP/RS/AJ" TO DM-REJECT-TEXT
099900         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
100000         GO TO 2200-EXIT
100100     END-IF
100200     PERFORM 1500-FIND-OPEN-DISPUTE THRU 1500-EXIT
100300     IF DM-OX = ZERO
100400         MOVE "NO OPEN DISPUTE ON THIS SOURCE" TO DM-REJECT-TEXT
100500         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
100600         GO TO 2200-EXIT
100700     END-IF
100800     MOVE DM-OT-REC(DM-OX) TO DM-DISP-REC
100900     PERFORM 1100-READ-MASTER THRU 1100-EXIT
101000     IF NOT DM-MAST-FOUND
101100         MOVE "KEY NOT ON MASTER" TO DM-REJECT-TEXT
101200         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
101300         GO TO 2200-EXIT
101400     END-IF
101500     IF DM-CD-ADJUSTED
101600             AND CM-ANS = DM-DP-OPEN-ANS
101700             AND CM-HALFWAY = DM-DP-OPEN-HALF
101800         MOVE "NOT ADJUSTED - MASTER HAS THE DISPUTED ANSWERS"
101900             TO DM-REJECT-TEXT
102000         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
102100         GO TO 2200-EXIT
102200     END-IF
102300     IF DM-CD-RESCORED
102400         PERFORM 2300-FIND-LATEST-HELD THRU 2300-EXIT
102500         IF NOT DM-HELD-FOUND
102600             MOVE "NO HELD ROW TO RE-SCORE FROM" TO DM-REJECT-TEXT
102700             PERFORM 1800-REJECT-CARD THRU 1800-EXIT
102800             GO TO 2200-EXIT
102900         END-IF
103000         MOVE DM-HELD-ANS TO CM-ANS
103100         MOVE DM-HELD-HALF TO CM-HALFWAY
103200     END-IF
103300     MOVE SPACE TO CM-HOLD-FLAG
103400     MOVE SPACES TO CM-HOLD-DISPUTE
103500     REWRITE CAPMAST-RECORD
103600     IF DM-CAPMAST-STATUS NOT = "00"
103700         MOVE "MASTER REWRITE FAILED" TO DM-REJECT-TEXT
103800         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
103900         MOVE 8 TO DM-NEW-RC
104000         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
104100         GO TO 2200-EXIT
104200     END-IF
104300     MOVE "C" TO DM-DP-STATUS
104400     MOVE DM-CD-CODE TO DM-DP-RESOLUTION
104500     MOVE DM-RUN-DATE-X TO DM-DP-CLOSED-ON
104600     MOVE DM-CD-USERID TO DM-DP-CLOSED-BY
104700     MOVE CM-ANS TO DM-DP-FINAL-ANS
104800     MOVE CM-HALFWAY TO DM-DP-FINAL-HALF
104900     MOVE DM-CD-NOTE TO DM-DP-REMARK
105000     MOVE DM-DISP-REC TO DM-OT-REC(DM-OX)
105100     MOVE "N" TO DM-OT-OPEN-SW(DM-OX)
105200     MOVE "Y" TO DM-OT-CHANGED-SW(DM-OX)
105300     MOVE "Y" TO DM-OT-RELEASE-SW(DM-OX)
105400     ADD 1 TO DM-DISPUTES-CLOSED
105500     MOVE "L" TO DM-AU-ACTION
105600     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
105700     MOVE "CLOSED" TO DM-PL-STATUS
105800     MOVE SPACES TO DM-PL-TEXT
105900     EVALUATE TRUE
106000         WHEN DM-CD-UPHELD
106100             STRING "DISPUTE " DM-DP-NUMBER
106200                 " UPHELD - ANSWER OF RECORD STANDS"
106300                 DELIMITED BY SIZE INTO DM-PL-TEXT
106400         WHEN DM-CD-RESCORED
106500             STRING "DISPUTE " DM-DP-NUMBER " RE-SCORED - NOW "
106600                 DM-HELD-ANS "/" DM-HELD-HALF
106700                 DELIMITED BY SIZE INTO DM-PL-TEXT
106800         WHEN OTHER
106900             STRING "DISPUTE " DM-DP-NUMBER
107000                 " ADJUSTED THROUGH CAPMNT"
107100                 DELIMITED BY SIZE INTO DM-PL-TEXT
107200     END-EVALUATE
107300     PERFORM 1900-PRINT-PROOF-LINE THRU 1900-EXIT.
107400 2200-EXIT.
107500     EXIT.
107600*-----------------------------------------------------------------
107700* 2300-FIND-LATEST-HELD PASSES CAPIFHLD FOR THE CARD'S SOURCE AND
107800* KEEPS THE PART 1 AND PART 2 ANSWERS OF THE LAST ROW HELD FOR IT.
107900*-----------------------------------------------------------------
108000 2300-FIND-LATEST-HELD SECTION.
108100 2300-START.
108200     MOVE "N" TO DM-HELD-FOUND-SW
108300     OPEN INPUT CAPIFHLD-FILE
108400     IF DM-CAPIFHLD-STATUS NOT = "00"
108500         GO TO 2300-EXIT
108600     END-IF.
108700 2300-READ-LOOP.
108800     READ CAPIFHLD-FILE
108900         AT END
109000             GO TO 2300-READS-DONE
109100     END-READ
109200     PERFORM 2400-PARSE-HELD-SOURCE THRU 2400-EXIT
109300     IF DM-ROW-OLD
109400         IF DM-ROW-SOURCE(1:40) NOT = DM-CD-KEY(1:40)
109500             GO TO 2300-READ-LOOP
109600         END-IF
109700     ELSE
109800         IF DM-ROW-SOURCE NOT = DM-CD-KEY
109900             GO TO 2300-READ-LOOP
110000         END-IF
110100     END-IF
110200     IF CAPIFHLD-RECORD(53:8) NOT NUMERIC
110300             OR CAPIFHLD-RECORD(62:8) NOT NUMERIC
110400         GO TO 2300-READ-LOOP
110500     END-IF
110600     MOVE "Y" TO DM-HELD-FOUND-SW
110700     MOVE CAPIFHLD-RECORD(53:8) TO DM-HELD-ANS
110800     MOVE CAPIFHLD-RECORD(62:8) TO DM-HELD-HALF
110900     GO TO 2300-READ-LOOP.
111000 2300-READS-DONE.
111100     CLOSE CAPIFHLD-FILE.
111200 2300-EXIT.
111300     EXIT.
111400*-----------------------------------------------------------------
111500* 2400-PARSE-HELD-SOURCE TAKES THE SOURCE NAME OFF THE CAPIFHLD
111600* ROW IN HAND - THE FULL NAME FROM A V2 ROW'S COLS 89-168, ELSE
111700* THE 40-BYTE NAME IN COLS 12-51 WITH DM-ROW-OLD SET.
111800*-----------------------------------------------------------------
111900 2400-PARSE-HELD-SOURCE SECTION.
112000 2400-START.
112100     IF CAPIFHLD-RECORD(81:2) = "V2"
112200         MOVE "N" TO DM-ROW-OLD-SW
112300         MOVE CAPIFHLD-RECORD(89:80) TO DM-ROW-SOURCE
112400     ELSE
112500         MOVE "Y" TO DM-ROW-OLD-SW
112600         MOVE SPACES TO DM-ROW-SOURCE
112700         MOVE CAPIFHLD-RECORD(12:40) TO DM-ROW-SOURCE
112800     END-IF.
112900 2400-EXIT.
113000     EXIT.
113100*-----------------------------------------------------------------
113200* 2500-LOOK-UP-SOURCE FILLS THE DISPUTE'S VENDOR AND PUZZLE TYPE
113300* FROM THE CAPSRCE REGISTRATION, BLANK IF THE SOURCE HAS NONE.
113400*-----------------------------------------------------------------
113500 2500-LOOK-UP-SOURCE SECTION.
113600 2500-START.
113700     MOVE SPACES TO DM-DP-VENDOR
113800     MOVE SPACES TO DM-DP-PUZZLE
113900     IF NOT DM-SRCE-OPEN
114000         GO TO 2500-EXIT
114100     END-IF
114200     MOVE SPACES TO CAPSRCE-RECORD
114300     MOVE CM-SOURCE TO SR-SOURCE
114400     READ CAPSRCE-FILE
114500         INVALID KEY
114600             CONTINUE
114700         NOT INVALID KEY
114800             MOVE SR-VENDOR TO DM-DP-VENDOR
114900             MOVE SR-PUZZLE TO DM-DP-PUZZLE
115000     END-READ.
115100 2500-EXIT.
115200     EXIT.
115300*-----------------------------------------------------------------
115400* 2900-WRITE-AUDIT APPENDS THE HOLD OR RELEASE ECHO IN
115500* DM-AU-ACTION TO CAPAUDIT IN THE TRAIL'S OWN LAYOUT - TIMESTAMP,
115600* THE CARD'S USER ID, THE SOURCE AND THE VALUES NOW STANDING ON
115700* THE MASTER - WITH THE CARD'S CODE IN COLS 112-113 AND THE
115800* DISPUTE NUMBER IN COLS 115-120. THE SAME EXTEND-WITH-FALLBACK
115900* THE DRIVER USES.
116000*-----------------------------------------------------------------
116100 2900-WRITE-AUDIT SECTION.
116200 2900-START.
116300     MOVE FUNCTION CURRENT-DATE TO DM-AU-RAW-TIMESTAMP
116400     MOVE SPACES TO DM-AU-DATE
116500     STRING DM-AU-RAW-TIMESTAMP(1:4) "-"
116600         DM-AU-RAW-TIMESTAMP(5:2) "-"
116700         DM-AU-RAW-TIMESTAMP(7:2) "-"
116800         DM-AU-RAW-TIMESTAMP(9:2) "."
116900         DM-AU-RAW-TIMESTAMP(11:2) "."
117000         DM-AU-RAW-TIMESTAMP(13:2)
117100         DELIMITED BY SIZE INTO DM-AU-DATE
117200     MOVE DM-CD-USERID TO DM-AU-USERID
117300     MOVE CM-SOURCE(1:40) TO DM-AU-SOURCE
117400     MOVE CM-SOURCE TO DM-AU-FULL-SOURCE
117500     MOVE DM-DP-PUZZLE TO DM-AU-PUZZLE
117600     MOVE CM-DIGIT-COUNT TO DM-AU-RECCOUNT
117700     MOVE CM-ANS TO DM-AU-ANS
117800     MOVE CM-HALFWAY TO DM-AU-HALFWAY
117900     MOVE DM-CD-CODE TO DM-AU-REASON
118000     MOVE DM-DP-NUMBER TO DM-AU-DISPUTE
118100     OPEN EXTEND CAPAUDIT-FILE
118200     IF DM-CAPAUDIT-STATUS = "05" OR DM-CAPAUDIT-STATUS = "35"
118300         OPEN OUTPUT CAPAUDIT-FILE
118400     END-IF
118500     IF DM-CAPAUDIT-STATUS NOT = "00"
118600         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPAUDIT, STATUS "
118700             DM-CAPAUDIT-STATUS
118800         MOVE 8 TO DM-NEW-RC
118900         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
119000         GO TO 2900-EXIT
119100     END-IF
119200     WRITE CAPAUDIT-RECORD FROM DM-AUDIT-LINE
119300     CLOSE CAPAUDIT-FILE.
119400 2900-EXIT.
119500     EXIT.
119600*-----------------------------------------------------------------
119700 3000-PRINT-TOTALS SECTION.
119800 3000-START.
119900     MOVE " " TO CAPDPRPT-CTRL
120000     MOVE SPACES TO CAPDPRPT-LINE
120100     WRITE CAPDPRPT-RECORD
120200     MOVE "CARDS READ.............." TO DM-CL-LABEL
120300     MOVE DM-CARDS-READ TO DM-CL-COUNT
120400     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
120500     MOVE "DISPUTES OPENED........." TO DM-CL-LABEL
120600     MOVE DM-DISPUTES-OPENED TO DM-CL-COUNT
120700     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
120800     MOVE "DISPUTES CLOSED........." TO DM-CL-LABEL
120900     MOVE DM-DISPUTES-CLOSED TO DM-CL-COUNT
121000     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
121100     MOVE "CARDS REJECTED.........." TO DM-CL-LABEL
121200     MOVE DM-CARDS-REJECTED TO DM-CL-COUNT
121300     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
121400     MOVE "HELD ROWS RELEASED......" TO DM-CL-LABEL
121500     MOVE DM-ROWS-RELEASED TO DM-CL-COUNT
121600     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
121700     MOVE "ROWS STILL HELD........." TO DM-CL-LABEL
121800     MOVE DM-ROWS-STILL-HELD TO DM-CL-COUNT
121900     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
122000     MOVE " " TO CAPDPRPT-CTRL
122100     MOVE SPACES TO CAPDPRPT-LINE
122200     WRITE CAPDPRPT-RECORD
122300     MOVE SPACES TO CAPDPRPT-LINE
122400     IF DM-ABANDONED
122500         STRING "*** " DELIMITED BY SIZE
122600             DM-FULL-TABLE DELIMITED BY SPACE
122700             " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPDMNT AND"
122800             " RERUN THE REST ***" DELIMITED BY SIZE
122900             INTO CAPDPRPT-LINE
123000         WRITE CAPDPRPT-RECORD
123100         MOVE SPACES TO CAPDPRPT-LINE
123200     END-IF
123300     STRING "***** END OF CAPDMNT DISPUTE PROOF REPORT *****"
123400         DELIMITED BY SIZE INTO CAPDPRPT-LINE
123500     WRITE CAPDPRPT-RECORD.
123600 3000-EXIT.
123700     EXIT.
123800*-----------------------------------------------------------------
123900 3100-WRITE-COUNT-LINE SECTION.
124000 3100-START.
124100     MOVE " " TO CAPDPRPT-CTRL
124200     MOVE DM-COUNT-LINE TO CAPDPRPT-LINE
124300     WRITE CAPDPRPT-RECORD.
124400 3100-EXIT.
124500     EXIT.
124600*-----------------------------------------------------------------
124700* 5000-RELEASE-HELD-ROWS PASSES CAPIFHLD ONCE AFTER EVERY CARD IS
124800* IN. A ROW FOR A SOURCE WHOSE DISPUTE WAS CLOSED THIS RUN IS
124900* APPENDED TO CAPIFREL FOR THE NEXT EXTRACT; EVERY OTHER ROW GOES
125000* TO THE CAPIFHWK WORK FILE, WHICH THEN REPLACES CAPIFHLD. IF THE
125100* PASS WENT WRONG CAPIFHLD IS LEFT ALONE AND THE WORK FILE KEPT.
125200*-----------------------------------------------------------------
125300 5000-RELEASE-HELD-ROWS SECTION.
125400 5000-START.
125500     OPEN INPUT CAPIFHLD-FILE
125600     IF DM-CAPIFHLD-STATUS = "35"
125700         GO TO 5000-EXIT
125800     END-IF
125900     IF DM-CAPIFHLD-STATUS NOT = "00"
126000         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPIFHLD, STATUS "
126100             DM-CAPIFHLD-STATUS " - HELD ROWS NOT RELEASED"
126200         MOVE 8 TO DM-NEW-RC
126300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
126400         GO TO 5000-EXIT
126500     END-IF
126600     OPEN OUTPUT CAPIFHWK-FILE
126700     IF DM-CAPIFHWK-STATUS NOT = "00"
126800         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPIFHWK, STATUS "
126900             DM-CAPIFHWK-STATUS " - HELD ROWS NOT RELEASED"
127000         MOVE 8 TO DM-NEW-RC
127100         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
127200         CLOSE CAPIFHLD-FILE
127300         GO TO 5000-EXIT
127400     END-IF
127500     OPEN EXTEND CAPIFREL-FILE
127600     IF DM-CAPIFREL-STATUS = "05" OR DM-CAPIFREL-STATUS = "35"
127700         OPEN OUTPUT CAPIFREL-FILE
127800     END-IF
127900     IF DM-CAPIFREL-STATUS NOT = "00"
128000         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPIFREL, STATUS "
128100             DM-CAPIFREL-STATUS " - HELD ROWS NOT RELEASED"
128200         MOVE 8 TO DM-NEW-RC
128300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
128400         CLOSE CAPIFHLD-FILE
128500         CLOSE CAPIFHWK-FILE
128600         GO TO 5000-EXIT
128700     END-IF
128800     MOVE "N" TO DM-EOF-SW
128900     PERFORM 5100-SORT-ONE-HELD-ROW THRU 5100-EXIT
129000         UNTIL DM-EOF
129100     CLOSE CAPIFHLD-FILE
129200     CLOSE CAPIFHWK-FILE
129300     CLOSE CAPIFREL-FILE
129400     PERFORM 5200-COPY-BACK-HELD THRU 5200-EXIT
129500     PERFORM 5300-POST-RELEASED THRU 5300-EXIT
129600         VARYING DM-OX FROM 1 BY 1
129700         UNTIL DM-OX > DM-OPEN-COUNT.
129800 5000-EXIT.
129900     EXIT.
130000*-----------------------------------------------------------------
130100 5100-SORT-ONE-HELD-ROW SECTION.
130200 5100-START.
130300     READ CAPIFHLD-FILE
130400         AT END
130500             MOVE "Y" TO DM-EOF-SW
130600             GO TO 5100-EXIT
130700     END-READ
130800     PERFORM 2400-PARSE-HELD-SOURCE THRU 2400-EXIT
130900     MOVE ZERO TO DM-OX
131000     PERFORM 5110-CHECK-ONE-RELEASE THRU 5110-EXIT
131100         VARYING DM-JX FROM 1 BY 1
131200         UNTIL DM-JX > DM-OPEN-COUNT OR DM-OX > ZERO
131300     IF DM-OX = ZERO
131400         WRITE CAPIFHWK-RECORD FROM CAPIFHLD-RECORD
131500         IF DM-CAPIFHWK-STATUS NOT = "00"
131600             DISPLAY "CAPDMNT - CAPIFHWK WRITE FAILED, STATUS "
131700                 DM-CAPIFHWK-STATUS
131710             MOVE "Y" TO DM-HELD-WORK-FAILED-SW
131800             MOVE 8 TO DM-NEW-RC
131900             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
132000             MOVE "Y" TO DM-EOF-SW
132100             GO TO 5100-EXIT
132200         END-IF
132300         ADD 1 TO DM-ROWS-STILL-HELD
132400         GO TO 5100-EXIT
132500     END-IF
132600     WRITE CAPIFREL-RECORD FROM CAPIFHLD-RECORD
132700     IF DM-CAPIFREL-STATUS NOT = "00"
132800         DISPLAY "CAPDMNT - CAPIFREL WRITE FAILED, STATUS "
132900             DM-CAPIFREL-STATUS
132910         MOVE "Y" TO DM-HELD-WORK-FAILED-SW
133000         MOVE 8 TO DM-NEW-RC
133100         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
133200         MOVE "Y" TO DM-EOF-SW
133300         GO TO 5100-EXIT
133400     END-IF
133500     ADD 1 TO DM-OT-RELEASED(DM-OX)
133600     ADD 1 TO DM-ROWS-RELEASED.
133700 5100-EXIT.
133800     EXIT.
133900*-----------------------------------------------------------------
134000* 5110-CHECK-ONE-RELEASE - AN OLD 40-BYTE ROW IS MATCHED ON NO
134100* MORE THAN ITS 40 BYTES.
134200*-----------------------------------------------------------------
134300 5110-CHECK-ONE-RELEASE SECTION.
134400 5110-START.
134500     IF DM-OT-RELEASE-SW(DM-JX) NOT = "Y"
134600         GO TO 5110-EXIT
134700     END-IF
134800     IF DM-ROW-OLD
134900         IF DM-ROW-SOURCE(1:40) = DM-OT-SOURCE(DM-JX)(1:40)
135000             MOVE DM-JX TO DM-OX
135100         END-IF
135200     ELSE
135300         IF DM-ROW-SOURCE = DM-OT-SOURCE(DM-JX)
135400             MOVE DM-JX TO DM-OX
135500         END-IF
135600     END-IF.
135700 5110-EXIT.
135800     EXIT.
135900*-----------------------------------------------------------------
135910* 5200-COPY-BACK-HELD REPLACES CAPIFHLD WITH THE ROWS STILL HELD,
135920* UNLESS THE CAPIFHWK PASS ITSELF FAILED - TROUBLE ELSEWHERE IN
135930* THE RUN DOES NOT STOP IT.
136100*-----------------------------------------------------------------
136200 5200-COPY-BACK-HELD SECTION.
136300 5200-START.
136310     IF DM-HELD-WORK-FAILED
136500         DISPLAY "CAPDMNT - CAPIFHLD NOT REPLACED - ROWS STILL "
136600             "HELD ARE ON CAPIFHWK; COPY IT OVER CAPIFHLD "
136700             "BEFORE THE NEXT RUN"
136800         GO TO 5200-EXIT
136900     END-IF
137000     OPEN INPUT CAPIFHWK-FILE
137100     IF DM-CAPIFHWK-STATUS NOT = "00"
137200         DISPLAY "CAPDMNT - UNABLE TO REOPEN CAPIFHWK, STATUS "
137300             DM-CAPIFHWK-STATUS " - CAPIFHLD NOT REPLACED"
137400         MOVE 8 TO DM-NEW-RC
137500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
137600         GO TO 5200-EXIT
137700     END-IF
137800     OPEN OUTPUT CAPIFHLD-FILE
137900     IF DM-CAPIFHLD-STATUS NOT = "00"
138000         DISPLAY "CAPDMNT - UNABLE TO REWRITE CAPIFHLD, STATUS "
138100             DM-CAPIFHLD-STATUS " - HELD ROWS ARE ON CAPIFHWK"
138200         MOVE 8 TO DM-NEW-RC
138300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
138400         CLOSE CAPIFHWK-FILE
138500         GO TO 5200-EXIT
138600     END-IF.
138700 5200-COPY-LOOP.
138800     READ CAPIFHWK-FILE
138900         AT END
139000             GO TO 5200-COPY-DONE
139100     END-READ
139200     WRITE CAPIFHLD-RECORD FROM CAPIFHWK-RECORD
139300     GO TO 5200-COPY-LOOP.
139400 5200-COPY-DONE.
139500     CLOSE CAPIFHWK-FILE
139600     CLOSE CAPIFHLD-FILE.
139700 5200-EXIT.
139800     EXIT.
139900*-----------------------------------------------------------------
140000* 5300-POST-RELEASED RECORDS ON EACH DISPUTE CLOSED THIS RUN HOW
140100* MANY HELD ROWS IT RELEASED, AND PRINTS IT.
140200*-----------------------------------------------------------------
140300 5300-POST-RELEASED SECTION.
140400 5300-START.
140500     IF DM-OT-RELEASE-SW(DM-OX) NOT = "Y"
140600         GO TO 5300-EXIT
140700     END-IF
140800     MOVE DM-OT-REC(DM-OX) TO DM-DISP-REC
140900     MOVE DM-OT-RELEASED(DM-OX) TO DM-DP-RELEASED
141000     MOVE DM-DISP-REC TO DM-OT-REC(DM-OX)
141100     MOVE DM-OT-RELEASED(DM-OX) TO DM-CL-COUNT
141200     MOVE " " TO CAPDPRPT-CTRL
141300     MOVE SPACES TO CAPDPRPT-LINE
141400     STRING " DISPUTE " DM-DP-NUMBER " RELEASED " DM-CL-COUNT
141500         " HELD ROW(S) TO CAPIFREL - " DM-DP-SOURCE(1:50)
141600         DELIMITED BY SIZE INTO CAPDPRPT-LINE
141700     WRITE CAPDPRPT-RECORD.
141800 5300-EXIT.
141900     EXIT.
142000*-----------------------------------------------------------------
142100* 6000-REWRITE-DISPUTES PASSES CAPDISP TO THE CAPDPWRK WORK FILE,
142200* PUTTING EACH DISPUTE CLOSED THIS RUN IN PLACE OF ITS OPEN ROW
142300* AND ADDING THE DISPUTES OPENED THIS RUN AT THE END, THEN COPIES
142400* THE WORK FILE BACK OVER CAPDISP. IF THE PASS WENT WRONG CAPDISP
142500* IS LEFT ALONE AND THE WORK FILE KEPT.
142600*-----------------------------------------------------------------
142700 6000-REWRITE-DISPUTES SECTION.
142800 6000-START.
142900     OPEN OUTPUT CAPDPWRK-FILE
143000     IF DM-CAPDPWRK-STATUS NOT = "00"
143100         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPDPWRK, STATUS "
143200             DM-CAPDPWRK-STATUS " - CAPDISP NOT UPDATED"
143300         MOVE 8 TO DM-NEW-RC
143400         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
143500         GO TO 6000-EXIT
143600     END-IF
143700     OPEN INPUT CAPDISP-FILE
143710     IF DM-CAPDISP-STATUS NOT = "00"
143720             AND DM-CAPDISP-STATUS NOT = "35"
143730         DISPLAY "CAPDMNT - UNABLE TO OPEN CAPDISP, STATUS "
143740             DM-CAPDISP-STATUS " - CAPDISP NOT UPDATED"
143750         MOVE "Y" TO DM-DISP-WORK-FAILED-SW
143760         MOVE 8 TO DM-NEW-RC
143770         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
143780     END-IF
143800     IF DM-CAPDISP-STATUS = "00"
143900         MOVE "N" TO DM-EOF-SW
144000         PERFORM 6100-CARRY-ONE-DISPUTE THRU 6100-EXIT
144100             UNTIL DM-EOF
144200         CLOSE CAPDISP-FILE
144300     END-IF
144400     PERFORM 6200-ADD-NEW-DISPUTE THRU 6200-EXIT
144500         VARYING DM-OX FROM 1 BY 1
144600         UNTIL DM-OX > DM-OPEN-COUNT
144700     CLOSE CAPDPWRK-FILE
144800     PERFORM 6300-COPY-BACK-DISPUTES THRU 6300-EXIT.
144900 6000-EXIT.
145000     EXIT.
145100*-----------------------------------------------------------------
145200 6100-CARRY-ONE-DISPUTE SECTION.
145300 6100-START.
145400     READ CAPDISP-FILE INTO DM-DISP-REC
145500         AT END
145600             MOVE "Y" TO DM-EOF-SW
145700             GO TO 6100-EXIT
145800     END-READ
145900     MOVE ZERO TO DM-OX
146000     IF DM-DP-OPEN AND DM-DP-NUMBER NUMERIC
146100         PERFORM 6110-CHECK-ONE-CHANGED THRU 6110-EXIT
146200             VARYING DM-JX FROM 1 BY 1
146300             UNTIL DM-JX > DM-OPEN-COUNT OR DM-OX > ZERO
146400     END-IF
146500     IF DM-OX > ZERO
146600         WRITE CAPDPWRK-RECORD FROM DM-OT-REC(DM-OX)
146700     ELSE
146800         WRITE CAPDPWRK-RECORD FROM CAPDISP-RECORD
146900     END-IF
147000     IF DM-CAPDPWRK-STATUS NOT = "00"
147100         DISPLAY "CAPDMNT - CAPDPWRK WRITE FAILED, STATUS "
147200             DM-CAPDPWRK-STATUS
147210         MOVE "Y" TO DM-DISP-WORK-FAILED-SW
147300         MOVE 8 TO DM-NEW-RC
147400         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
147500         MOVE "Y" TO DM-EOF-SW
147600     END-IF.
147700 6100-EXIT.
147800     EXIT.
147900*-----------------------------------------------------------------
148000 6110-CHECK-ONE-CHANGED SECTION.
148100 6110-START.
148200     IF DM-OT-NUMBER(DM-JX) = DM-DP-NUMBER
148300             AND DM-OT-NEW-SW(DM-JX) = "N"
148400             AND DM-OT-CHANGED-SW(DM-JX) = "Y"
148500         MOVE DM-JX TO DM-OX
148600     END-IF.
148700 6110-EXIT.
148800     EXIT.
148900*-----------------------------------------------------------------
149000 6200-ADD-NEW-DISPUTE SECTION.
149100 6200-START.
149200     IF DM-OT-NEW-SW(DM-OX) NOT = "Y"
149300         GO TO 6200-EXIT
149400     END-IF
149500     WRITE CAPDPWRK-RECORD FROM DM-OT-REC(DM-OX)
149600     IF DM-CAPDPWRK-STATUS NOT = "00"
149700         DISPLAY "CAPDMNT - CAPDPWRK WRITE FAILED, STATUS "
149800             DM-CAPDPWRK-STATUS " ON NEW DISPUTE "
149900             DM-OT-NUMBER(DM-OX)
149910         MOVE "Y" TO DM-DISP-WORK-FAILED-SW
150000         MOVE 8 TO DM-NEW-RC
150100         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
150200     END-IF.
150300 6200-EXIT.
150400     EXIT.
150500*-----------------------------------------------------------------
150600* 6300-COPY-BACK-DISPUTES REPLACES CAPDISP WITH THE WORK FILE JUST
150610* WRITTEN, THE SAME WAY CAPMNT REPLACES CAPMPEND, UNLESS THE
150620* CAPDPWRK PASS ITSELF FAILED.
150800*-----------------------------------------------------------------
150900 6300-COPY-BACK-DISPUTES SECTION.
151000 6300-START.
151010     IF DM-DISP-WORK-FAILED
151200         DISPLAY "CAPDMNT - CAPDISP NOT REPLACED - THE DISPUTES "
151300             "ARE ON CAPDPWRK; COPY IT OVER CAPDISP BEFORE THE "
151400             "NEXT RUN"
151500         GO TO 6300-EXIT
151600     END-IF
151700     OPEN INPUT CAPDPWRK-FILE
151800     IF DM-CAPDPWRK-STATUS NOT = "00"
151900         DISPLAY "CAPDMNT - UNABLE TO REOPEN CAPDPWRK, STATUS "
152000             DM-CAPDPWRK-STATUS " - CAPDISP NOT REPLACED"
152100         MOVE 8 TO DM-NEW-RC
152200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
152300         GO TO 6300-EXIT
152400     END-IF
152500     OPEN OUTPUT CAPDISP-FILE
152600     IF DM-CAPDISP-STATUS NOT = "00"
152700         DISPLAY "CAPDMNT - UNABLE TO REWRITE CAPDISP, STATUS "
152800             DM-CAPDISP-STATUS " - THE DISPUTES ARE ON CAPDPWRK"
152900         MOVE 8 TO DM-NEW-RC
153000         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
153100         CLOSE CAPDPWRK-FILE
153200         GO TO 6300-EXIT
153300     END-IF.
153400 6300-COPY-LOOP.
153500     READ CAPDPWRK-FILE
153600         AT END
153700             GO TO 6300-COPY-DONE
153800     END-READ
153900     WRITE CAPDISP-RECORD FROM CAPDPWRK-RECORD
154000     GO TO 6300-COPY-LOOP.
154100 6300-COPY-DONE.
154200     CLOSE CAPDPWRK-FILE
154300     CLOSE CAPDISP-FILE.
154400 6300-EXIT.
154500     EXIT.
154600*-----------------------------------------------------------------
154700* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
154800* DM-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
154900* CONDITIONS ONLY EVER ESCALATE.
155000*-----------------------------------------------------------------
155100 9000-RAISE-CONDITION SECTION.
155200 9000-START.
155300     IF DM-NEW-RC > DM-RUN-RC
155400         MOVE DM-NEW-RC TO DM-RUN-RC
155500     END-IF.
155600 9000-EXIT.
155700     EXIT.
155800*-----------------------------------------------------------------
155900* 9100-TABLE-FULL IS CALLED WHEN THE TABLE NAMED IN DM-FULL-TABLE
156000* CANNOT TAKE ANOTHER ENTRY. THE RUN STOPS TAKING CARDS WITH
156010* CONDITION 16, BUT THE CARDS ALREADY APPLIED STILL HAVE THEIR
156020* HELD ROWS RELEASED AND THEIR DISPUTES WRITTEN TO CAPDISP, SO THE
156030* MASTER AND CAPDISP AGREE. FROM 0970 NO CARD HAS BEEN READ AND
156040* NOTHING IS CHANGED.
156200*-----------------------------------------------------------------
156300 9100-TABLE-FULL SECTION.
156400 9100-START.
156500     DISPLAY "CAPDMNT - " DM-FULL-TABLE
156600         " TABLE FULL - RAISE ITS OCCURS LIMIT AND RERUN"
156700     MOVE "Y" TO DM-ABANDON-SW
156710     MOVE "Y" TO DM-TXN-EOF-SW
156800     MOVE 16 TO DM-NEW-RC
156900     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
157000 9100-EXIT.
157100     EXIT.
157200*-----------------------------------------------------------------
157300 END PROGRAM CAPDMNT.
