000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    MONTHLY VENDOR CHARGEBACK BILLING.
000700*
000800*             EACH VENDOR IS CHARGED FOR THE FILES WE SCORE FOR
000900*             IT. THIS JOB PRICES ONE CLOSED MONTH - THE CAPLPER
001000*             PERIOD FILE CAPCLOSE CUT FROM THE LEDGER, PROVED
001100*             AGAINST THE CAPLCTL BALANCE-FORWARD RECORDS FOR THE
001200*             SAME MONTH - USING THE CAPRATE RATE TABLE, AND
001300*             JOINS EVERY SOURCE TO ITS SR-VENDOR ON CAPSRCE.
001400*
001500*             A CAPRATE ROW, KEYED BY VENDOR AND PUZZLE TYPE (ALL
001600*             OR BLANK FOR ANY TYPE), HOLDS FROM AND TO DATES
001700*             (A BLANK TO DATE IS OPEN-ENDED) AND THREE RATES:
001800*               COLS  1-20  VENDOR
001900*               COLS 22-25  PUZZLE TYPE, ALL OR BLANK FOR ANY
002000*               COLS 27-36  EFFECTIVE FROM YYYY-MM-DD
002100*               COLS 38-47  EFFECTIVE TO YYYY-MM-DD, OR BLANK
002200*               COLS 49-55  FEE PER FILE SCORED       99999V99
002300*               COLS 57-63  FEE PER 1,000 DIGITS      99999V99
002400*               COLS 65-71  SURCHARGE PER REJECT      99999V99
002500*             A ROW STARTING * IS A COMMENT. EACH LEDGER ROW AND
002600*             REJECT IS PRICED AT THE RATE IN FORCE ON ITS OWN
002700*             DATE; A TYPE-SPECIFIC RATE BEATS AN ALL RATE, AND
002800*             THE LATEST START DATE WINS AMONG THE REST.
002900*
003000*             CHARGES: THE PER-FILE FEE FOR EACH FILE SCORED, THE
003100*             DIGIT FEE ON THE DIGITS SCORED (COLS 74-80 OF THE
003200*             LEDGER ROW; OLDER ROWS WITHOUT THEM ARE BILLED ON
003300*             CAPMAST'S DIGIT COUNT AND SAID SO), AND THE
003400*             SURCHARGE FOR EACH REJECT RAISED IN THE MONTH
003500*             (CAPRJHST AND CAPREJ) - EVERY REJECT IS A RESUBMIT
003600*             WE HAVE TO HANDLE. A CAPBKOUT REVERSAL ROW IN THE
003700*             MONTH COMES BACK AS A CREDIT FOR THE FILES AND
003800*             DIGITS IT BACKED OUT.
003900*
004000*             OUTPUTS: THE CAPBLRPT.YYYYMM INVOICE REGISTER, ONE
004100*             INVOICE PER VENDOR; THE CAPGLJNL.YYYYMM GENERAL-
004200*             LEDGER JOURNAL EXTRACT FOR FINANCE; AND A ROW PER
004300*             INVOICE ON THE CAPBLHST BILLING HISTORY. A VENDOR
004400*             ALREADY ON CAPBLHST FOR THE MONTH IS NEVER BILLED
004500*             AGAIN, SO A RERUN ONLY PICKS UP VENDORS THAT WERE
004600*             HELD - NO RATE, A SOURCE NOT ON THE REGISTRY, OR A
004700*             SOURCE WHOSE PERIOD ROWS DO NOT AGREE WITH ITS
004800*             CAPLCTL ENTRY COUNT.
004900*
004909*             EACH RUN FOR A MONTH WRITES ITS OWN REGISTER AND
004918*             JOURNAL GENERATION, SO A RERUN NEVER OVERWRITES WHAT
004927*             AN EARLIER RUN BILLED: THE FIRST RUN WRITES
004936*             CAPBLRPT.YYYYMM AND CAPGLJNL.YYYYMM, THE SECOND
004945*             CAPBLRPT.YYYYMM.R02 AND CAPGLJNL.YYYYMM.R02, AND
004954*             SO ON TO R99. EACH JOURNAL GENERATION CARRIES ITS
004963*             OWN JT TRAILER, AND EACH REGISTER GENERATION ITS
004972*             OWN CAPRPIDX ROW.
004981*
004985*             CAPGLJNL ROW (120 BYTES), JL JOURNAL LINE:
004989*               COLS   1-2    JL
004993*               COLS   4-13   POSTING DATE, LAST DAY OF THE MONTH
004997*               COLS  15-29   JOURNAL ID CAPBL-YYYYMM-NN
005001*               COLS  31-40   GL ACCOUNT
005005*               COLS  42-43   DR OR CR
005009*               COLS  45-55   AMOUNT                 9(09)V99
005013*               COLS  57-76   VENDOR
005017*               COLS  78-87   INVOICE NUMBER
005021*               COLS  89-92   PUZZLE TYPE, BLANK ON RECEIVABLE
005025*               COLS  94-120  DESCRIPTION
005029*             JT CONTROL TRAILER, THE LAST ROW:
005033*               COLS   1-2    JT
005037*               COLS   4-13   POSTING DATE
005041*               COLS  15-29   JOURNAL ID
005045*               COLS  31-37   JOURNAL LINES
005049*               COLS  39-51   DEBIT TOTAL            9(11)V99
005053*               COLS  53-65   CREDIT TOTAL           9(11)V99
005057*             NN IN THE JOURNAL ID IS THE GENERATION - 01 FOR THE
005061*             FIRST RUN, 02 FOR R02 AND SO ON - SO EACH RERUN'S
005065*             JOURNAL HAS AN ID OF ITS OWN.
005069*
005073*             THE MONTH IS THE ONE BEFORE TODAY UNLESS CAPBLMON
005100*             (YYYY-MM) NAMES ANOTHER, AND IT MUST BE CLOSED.
005200*
005300*             CONDITIONS: 0 ALL BILLED, 4 SOME VENDORS ALREADY
005400*             BILLED OR DIGITS TAKEN FROM CAPMAST, 8 A VENDOR
005500*             HELD OR FILE TROUBLE, 16 BAD MONTH, MONTH NOT
005510*             CLOSED, NO RATES OR REGISTRY, A TABLE FULL, ALL 99
005520*             GENERATIONS USED, OR A DATASET LOCKED BY ANOTHER
005530*             JOB - NOTHING IS BILLED.
005800*
005900* MODIFICATION HISTORY.
006000*   2026-10-15  M00SK  ORIGINAL VERSION.
006010*   2026-10-15  M00SK  CAPMAST ROWS CARRY THE DISPUTE HOLD FLAG
006020*                      AND DISPUTE NUMBER (136 BYTES); THE FD
006021*                      FOLLOWS.
006028*   2026-10-15  M00SK  EACH RUN WRITES ITS OWN CAPBLRPT AND
006035*                      CAPGLJNL GENERATION (.R02 ON FOR A RERUN
006042*                      IN THE MONTH), SO A RERUN NO LONGER
006049*                      OVERWRITES THE EARLIER JOURNAL OR ADDS A
006056*                      SECOND CAPRPIDX ROW FOR THE SAME REGISTER.
006063*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
006070*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
006077*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
006084*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
006087*   2026-10-15  M00SK  THE JOURNAL ID CARRIES THE GENERATION
006090*                      (CAPBL-YYYYMM-NN), SO A RERUN'S JOURNAL CAN
006093*                      BE TOLD FROM THE FIRST. THE DESCRIPTION AND
006096*                      TRAILER FILLER GIVE UP THE 3 BYTES.
006100******************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. CAPBILL.
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CAPRATE-FILE ASSIGN TO "CAPRATE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS BL-CAPRATE-STATUS.
007000     SELECT CAPSRCE-FILE ASSIGN TO "CAPSRCE"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS SR-SOURCE
007400         FILE STATUS IS BL-CAPSRCE-STATUS.
007500     SELECT CAPMAST-FILE ASSIGN TO "CAPMAST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS CM-SOURCE
007900         FILE STATUS IS BL-CAPMAST-STATUS.
008000     SELECT CAPLPER-FILE ASSIGN DYNAMIC BL-PERIOD-NAME
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS BL-CAPLPER-STATUS.
008300     SELECT CAPLCTL-FILE ASSIGN TO "CAPLCTL"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS BL-CAPLCTL-STATUS.
008600     SELECT CAPREJ-FILE ASSIGN TO "CAPREJ"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS BL-CAPREJ-STATUS.
008900     SELECT CAPRJHST-FILE ASSIGN TO "CAPRJHST"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS BL-CAPRJHST-STATUS.
009200     SELECT CAPBLHST-FILE ASSIGN TO "CAPBLHST"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS BL-CAPBLHST-STATUS.
009500     SELECT CAPGLJNL-FILE ASSIGN DYNAMIC BL-CAPGLJNL-NAME
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS BL-CAPGLJNL-STATUS.
009800     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS BL-CAPRPIDX-STATUS.
010100     SELECT CAPBLRPT-FILE ASSIGN DYNAMIC BL-CAPBLRPT-NAME
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS BL-CAPBLRPT-STATUS.
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  CAPRATE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  CAPRATE-RECORD.
010900     05  RR-VENDOR                              PIC X(20).
011000     05  FILLER                                 PIC X(01).
011100     05  RR-PUZZLE                              PIC X(04).
011200     05  FILLER                                 PIC X(01).
011300     05  RR-FROM                                PIC X(10).
011400     05  FILLER                                 PIC X(01).
011500     05  RR-TO                                  PIC X(10).
011600     05  FILLER                                 PIC X(01).
011700     05  RR-FILE-FEE                            PIC 9(05)V99.
011800     05  FILLER                                 PIC X(01).
011900     05  RR-DIGIT-FEE                           PIC 9(05)V99.
012000     05  FILLER                                 PIC X(01).
012100     05  RR-SURCHARGE                           PIC 9(05)V99.
012200     05  FILLER                                 PIC X(09).
012300 FD  CAPSRCE-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  CAPSRCE-RECORD.
012600     05  SR-SOURCE                              PIC X(80).
012700     05  SR-VENDOR                              PIC X(20).
012800     05  SR-PUZZLE                              PIC X(04).
012900     05  SR-SCHED                               PIC X(01).
013000 FD  CAPMAST-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  CAPMAST-RECORD.
013300     05  CM-SOURCE                              PIC X(80).
013400     05  CM-FIRST-DATE                          PIC X(10).
013500     05  CM-LAST-DATE                           PIC X(10).
013600     05  CM-TIMES-SCORED                        PIC 9(05).
013700     05  CM-DIGIT-COUNT                         PIC 9(08).
013800     05  CM-ANS                                 PIC 9(08).
013900     05  CM-HALFWAY                             PIC 9(08).
013910     05  CM-HOLD-FLAG                           PIC X(01).
013920         88  CM-ON-HOLD                         VALUE "H".
013930     05  CM-HOLD-DISPUTE                        PIC X(06).
014000 FD  CAPLPER-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  CAPLPER-RECORD                             PIC X(177).
014300 FD  CAPLCTL-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  CAPLCTL-RECORD                             PIC X(177).
014600 FD  CAPREJ-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  CAPREJ-RECORD                              PIC X(211).
014900 FD  CAPRJHST-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  CAPRJHST-RECORD                            PIC X(211).
015200 FD  CAPBLHST-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  CAPBLHST-RECORD                            PIC X(80).
015500 FD  CAPGLJNL-FILE
015600     LABEL RECORDS ARE STANDARD.
015700 01  CAPGLJNL-RECORD                            PIC X(120).
015800 FD  CAPRPIDX-FILE
015900     LABEL RECORDS ARE STANDARD.
016000 01  CAPRPIDX-RECORD                            PIC X(43).
016100 FD  CAPBLRPT-FILE
016200     LABEL RECORDS ARE STANDARD.
016300 01  CAPBLRPT-RECORD.
016400     05  CAPBLRPT-CTRL                          PIC X(01).
016500     05  CAPBLRPT-LINE                          PIC X(132).
016600 WORKING-STORAGE SECTION.
016700 77  BL-CAPRATE-STATUS                          PIC X(02).
016800 77  BL-CAPSRCE-STATUS                          PIC X(02).
016900 77  BL-CAPMAST-STATUS                          PIC X(02).
017000 77  BL-CAPLPER-STATUS                          PIC X(02).
017100 77  BL-CAPLCTL-STATUS                          PIC X(02).
017200 77  BL-CAPREJ-STATUS                           PIC X(02).
017300 77  BL-CAPRJHST-STATUS                         PIC X(02).
017400 77  BL-CAPBLHST-STATUS                         PIC X(02).
017500 77  BL-CAPGLJNL-STATUS                         PIC X(02).
017600 77  BL-CAPRPIDX-STATUS                         PIC X(02).
017700 77  BL-CAPBLRPT-STATUS                         PIC X(02).
017800 77  BL-PERIOD-NAME                             PIC X(80)
017900                                                VALUE SPACES.
018000 77  BL-CAPGLJNL-NAME                           PIC X(80)
018100                                                VALUE "CAPGLJNL".
018200 77  BL-CAPBLRPT-NAME                           PIC X(80)
018300                                                VALUE "CAPBLRPT".
018310 77  BL-GEN-FOUND-SW                             PIC X(01)
018320                                                VALUE "N".
018330     88  BL-GEN-FOUND                           VALUE "Y".
018400 77  BL-OVERRIDE-X                              PIC X(10)
018500                                                VALUE SPACES.
018600 77  BL-FULL-TABLE                              PIC X(10)
018700                                                VALUE SPACES.
018800 77  BL-MONTH-OK-SW                             PIC X(01)
018900                                                VALUE "N".
019000     88  BL-MONTH-OK                            VALUE "Y".
019100 77  BL-ABANDON-SW                              PIC X(01)
019200                                                VALUE "N".
019300     88  BL-ABANDONED                           VALUE "Y".
019400 77  BL-MAST-OPEN-SW                            PIC X(01)
019500                                                VALUE "N".
019600     88  BL-MAST-OPEN                           VALUE "Y".
019700 77  BL-SRCE-OPEN-SW                            PIC X(01)
019800                                                VALUE "N".
019900     88  BL-SRCE-OPEN                           VALUE "Y".
020000 77  BL-GL-OPEN-SW                              PIC X(01)
020100                                                VALUE "N".
020200     88  BL-GL-OPEN                             VALUE "Y".
020300 77  BL-HIST-OPEN-SW                            PIC X(01)
020400                                                VALUE "N".
020500     88  BL-HIST-OPEN                           VALUE "Y".
020600 77  BL-SRC-FOUND-SW                            PIC X(01)
020700                                                VALUE "N".
020800     88  BL-SRC-FOUND                           VALUE "Y".
020900 77  BL-ROW-SHORT-SW                            PIC X(01)
021000                                                VALUE "N".
021100     88  BL-ROW-SHORT                           VALUE "Y".
021200 77  BL-RX                                      PIC 9(04) COMP
021300                                                VALUE ZERO.
021400 77  BL-VX                                      PIC 9(04) COMP
021500                                                VALUE ZERO.
021600 77  BL-CX                                      PIC 9(04) COMP
021700                                                VALUE ZERO.
021800 77  BL-TX                                      PIC 9(04) COMP
021900                                                VALUE ZERO.
022000 77  BL-JX                                      PIC 9(04) COMP
022100                                                VALUE ZERO.
022200 77  BL-OX                                      PIC 9(04) COMP
022300                                                VALUE ZERO.
022400 77  BL-BEST-EXACT-SW                           PIC X(01)
022500                                                VALUE "N".
022600 77  BL-RUN-RC                                  PIC 9(02)
022700                                                VALUE ZERO.
022800 77  BL-NEW-RC                                  PIC 9(02)
022900                                                VALUE ZERO.
023000 77  BL-RUN-DATE-YYYYMMDD                       PIC 9(08)
023100                                                VALUE ZERO.
023200 77  BL-RUN-MMDD                                PIC 9(04)
023300                                                VALUE ZERO.
023400 77  BL-MON-DAYS                                PIC 9(02)
023500                                                VALUE ZERO.
023600 77  BL-REM                                     PIC 9(04)
023700                                                VALUE ZERO.
023800 77  BL-QUOT                                    PIC 9(08)
023900                                                VALUE ZERO.
024000 77  BL-INV-SEQ                                 PIC 9(03)
024100                                                VALUE ZERO.
024200 77  BL-RATES-LOADED                            PIC 9(06)
024300                                                VALUE ZERO.
024400 77  BL-RATES-BAD                               PIC 9(06)
024500                                                VALUE ZERO.
024600 77  BL-ROWS-READ                               PIC 9(08)
024700                                                VALUE ZERO.
024800 77  BL-ROWS-SCORED                             PIC 9(08)
024900                                                VALUE ZERO.
025000 77  BL-ROWS-REVERSED                           PIC 9(08)
025100                                                VALUE ZERO.
025200 77  BL-ROWS-OUT-OF-MONTH                       PIC 9(08)
025300                                                VALUE ZERO.
025400 77  BL-ROWS-ESTIMATED                          PIC 9(08)
025500                                                VALUE ZERO.
025600 77  BL-REJECTS-PRICED                          PIC 9(08)
025700                                                VALUE ZERO.
025800 77  BL-VENDORS-BILLED                          PIC 9(04)
025900                                                VALUE ZERO.
026000 77  BL-VENDORS-HELD                            PIC 9(04)
026100                                                VALUE ZERO.
026200 77  BL-VENDORS-PRIOR                           PIC 9(04)
026300                                                VALUE ZERO.
026400 77  BL-GL-LINES                                PIC 9(07)
026500                                                VALUE ZERO.
026600 77  BL-ROW-DATE                                PIC X(10)
026700                                                VALUE SPACES.
026800 77  BL-ROW-SOURCE                              PIC X(80)
026900                                                VALUE SPACES.
027000 77  BL-ROW-PUZZLE                              PIC X(04)
027100                                                VALUE SPACES.
027200 77  BL-ROW-KIND                                PIC X(01)
027300                                                VALUE SPACE.
027400     88  BL-ROW-SCORED                          VALUE "S".
027500     88  BL-ROW-REVERSAL                        VALUE "V".
027600     88  BL-ROW-REJECT                          VALUE "J".
027700 77  BL-ROW-ROWS                                PIC 9(05)
027800                                                VALUE ZERO.
027900 77  BL-ROW-DIGITS                              PIC 9(11)
028000                                                VALUE ZERO.
028100 77  BL-WANT-VENDOR                             PIC X(20)
028200                                                VALUE SPACES.
028300 77  BL-HOLD-REASON                             PIC X(01)
028400                                                VALUE SPACE.
028500 77  BL-AMOUNT                                  PIC S9(09)V99
028600                                                VALUE ZERO.
028700 77  BL-INV-TOTAL                               PIC S9(09)V99
028800                                                VALUE ZERO.
028900 77  BL-REG-TOTAL                               PIC S9(11)V99
029000                                                VALUE ZERO.
029100 77  BL-GL-DR-TOTAL                             PIC 9(11)V99
029200                                                VALUE ZERO.
029300 77  BL-GL-CR-TOTAL                             PIC 9(11)V99
029400                                                VALUE ZERO.
029500 77  BL-LINE-QTY                                PIC 9(11)
029600                                                VALUE ZERO.
029700 77  BL-LINE-RATE                               PIC 9(05)V99
029800                                                VALUE ZERO.
029900 77  BL-LINE-DESC                               PIC X(30)
030000                                                VALUE SPACES.
030100 77  BL-LINE-ACCOUNT                            PIC X(10)
030200                                                VALUE SPACES.
030300 77  BL-LINE-SIGN                               PIC X(01)
030400                                                VALUE SPACE.
030500     88  BL-LINE-IS-CREDIT                      VALUE "C".
030600*-----------------------------------------------------------------
030700* GENERAL-LEDGER ACCOUNTS THE JOURNAL POSTS TO - RECEIVABLE FROM
030800* THE VENDOR, THE THREE CHARGEBACK REVENUE LINES, AND THE CONTRA
030900* ACCOUNT THAT REVERSAL CREDITS ARE BOOKED AGAINST.
031000*-----------------------------------------------------------------
031100 01  BL-GL-ACCOUNTS.
031200     05  BL-ACCT-RECEIVABLE                     PIC X(10)
031300                                          VALUE "1300-00000".
031400     05  BL-ACCT-FILE-FEES                      PIC X(10)
031500                                          VALUE "4100-00010".
031600     05  BL-ACCT-DIGIT-FEES                     PIC X(10)
031700                                          VALUE "4100-00020".
031800     05  BL-ACCT-SURCHARGES                     PIC X(10)
031900                                          VALUE "4100-00030".
032000     05  BL-ACCT-CREDITS                        PIC X(10)
032100                                          VALUE "4190-00000".
032200 01  BL-RUN-DATE-X.
032300     05  BL-RUN-YYYY                            PIC 9(04).
032400     05  FILLER                                 PIC X(01)
032500                                                VALUE "-".
032600     05  BL-RUN-MM                              PIC 9(02).
032700     05  FILLER                                 PIC X(01)
032800                                                VALUE "-".
032900     05  BL-RUN-DD                              PIC 9(02).
033000 01  BL-CUR-MONTH-X.
033100     05  BL-CM-YYYY                             PIC 9(04).
033200     05  FILLER                                 PIC X(01)
033300                                                VALUE "-".
033400     05  BL-CM-MM                               PIC 9(02).
033500 01  BL-MON-X.
033600     05  BL-MON-YYYY                            PIC 9(04).
033700     05  FILLER                                 PIC X(01)
033800                                                VALUE "-".
033900     05  BL-MON-MM                              PIC 9(02).
034000 01  BL-MON-END-X.
034100     05  BL-ME-YYYY                             PIC 9(04).
034200     05  FILLER                                 PIC X(01)
034300                                                VALUE "-".
034400     05  BL-ME-MM                               PIC 9(02).
034500     05  FILLER                                 PIC X(01)
034600                                                VALUE "-".
034700     05  BL-ME-DD                               PIC 9(02).
034710 01  BL-GEN-SUFFIX.
034720     05  FILLER                                 PIC X(02)
034730                                                VALUE ".R".
034740     05  BL-GEN-RUN                             PIC 9(02)
034750                                                VALUE 1.
034800 01  BL-JOURNAL-ID.
034900     05  FILLER                                 PIC X(06)
035000                                                VALUE "CAPBL-".
035100     05  BL-JI-YYYY                             PIC 9(04).
035200     05  BL-JI-MM                               PIC 9(02).
035210     05  FILLER                                 PIC X(01)
035220                                                VALUE "-".
035230     05  BL-JI-RUN                              PIC 9(02).
035300 01  BL-INVOICE-NO.
035400     05  BL-IN-YYYY                             PIC 9(04).
035500     05  BL-IN-MM                               PIC 9(02).
035600     05  FILLER                                 PIC X(01)
035700                                                VALUE "-".
035800     05  BL-IN-SEQ                              PIC 9(03).
035900*-----------------------------------------------------------------
036000* THE RATE TABLE, AS LOADED FROM CAPRATE.
036100*-----------------------------------------------------------------
036200 01  BL-RATE-TABLE.
036300     05  BL-RATE-COUNT                          PIC 9(04) COMP
036400                                                VALUE ZERO.
036500     05  BL-RATE-ENTRY OCCURS 200 TIMES.
036600         10  BL-RT-VENDOR                       PIC X(20).
036700         10  BL-RT-PUZZLE                       PIC X(04).
036800         10  BL-RT-FROM                         PIC X(10).
036900         10  BL-RT-TO                           PIC X(10).
037000         10  BL-RT-FILE-FEE                     PIC 9(05)V99.
037100         10  BL-RT-DIGIT-FEE                    PIC 9(05)V99.
037200         10  BL-RT-SURCHARGE                    PIC 9(05)V99.
037300*-----------------------------------------------------------------
037400* ONE ENTRY PER VENDOR WITH ACTIVITY IN THE MONTH. THE HOLD BYTE
037500* SAYS WHY A VENDOR IS NOT BEING BILLED - R A SOURCE NOT ON THE
037600* REGISTRY, U NO RATE, C PERIOD ROWS DISAGREE WITH CAPLCTL, B
037700* ALREADY ON CAPBLHST FOR THE MONTH.
037800*-----------------------------------------------------------------
037900 01  BL-VND-TABLE.
038000     05  BL-VND-COUNT                           PIC 9(04) COMP
038100                                                VALUE ZERO.
038200     05  BL-VND-ENTRY OCCURS 100 TIMES.
038300         10  BL-VD-VENDOR                       PIC X(20).
038400         10  BL-VD-HOLD                         PIC X(01).
038500         10  BL-VD-ORDER                        PIC 9(04) COMP.
038600         10  BL-VD-INVOICE                      PIC X(10).
038700         10  BL-VD-BILL-DATE                    PIC X(10).
038800         10  BL-VD-NET                          PIC S9(09)V99.
038900*-----------------------------------------------------------------
039000* ONE ENTRY PER VENDOR, PUZZLE TYPE AND RATE ROW - A RATE CHANGE
039100* PART WAY THROUGH THE MONTH GIVES THE VENDOR ONE SET OF LINES AT
039200* EACH RATE. A RATE INDEX OF ZERO MEANS NO RATE WAS IN FORCE.
039300*-----------------------------------------------------------------
039400 01  BL-CHG-TABLE.
039500     05  BL-CHG-COUNT                           PIC 9(04) COMP
039600                                                VALUE ZERO.
039700     05  BL-CHG-ENTRY OCCURS 500 TIMES.
039800         10  BL-CH-VX                           PIC 9(04) COMP.
039900         10  BL-CH-PUZZLE                       PIC X(04).
040000         10  BL-CH-RX                           PIC 9(04) COMP.
040100         10  BL-CH-FILES                        PIC 9(07).
040200         10  BL-CH-DIGITS                       PIC 9(11).
040300         10  BL-CH-REJECTS                      PIC 9(07).
040400         10  BL-CH-CR-FILES                     PIC 9(07).
040500         10  BL-CH-CR-DIGITS                    PIC 9(11).
040600*-----------------------------------------------------------------
040700* ONE ENTRY PER SOURCE ON CAPLCTL FOR THE MONTH OR SCORED ON THE
040800* PERIOD FILE - THE CONTROL COUNT AGAINST THE ROWS ACTUALLY FOUND.
040900* A V2 CONTROL OR ROW IS KEYED BY ITS FULL NAME, AN OLDER ONE BY
041000* THE 40 BYTES IT CARRIES, THE SAME WAY CAPCLOSE BUILT THEM.
041100*-----------------------------------------------------------------
041200 01  BL-CTL-TABLE.
041300     05  BL-CTL-COUNT                           PIC 9(04) COMP
041400                                                VALUE ZERO.
041500     05  BL-CTL-ENTRY OCCURS 1000 TIMES.
041600         10  BL-CT-SOURCE                       PIC X(80).
041700         10  BL-CT-ENTRIES                      PIC 9(08).
041800         10  BL-CT-DETAIL                       PIC 9(08).
041900         10  BL-CT-VX                           PIC 9(04) COMP.
042000 01  BL-CTL-WANT                                PIC X(80)
042100                                                VALUE SPACES.
042200 01  BL-NUM-WORK.
042300     05  BL-NUM-X                               PIC X(08).
042400     05  BL-NUM-9 REDEFINES BL-NUM-X            PIC 9(08).
042500 01  BL-HIST-LINE.
042600     05  BL-HL-MONTH                            PIC X(07).
042700     05  FILLER                                 PIC X(01)
042800                                                VALUE SPACE.
042900     05  BL-HL-VENDOR                           PIC X(20).
043000     05  FILLER                                 PIC X(01)
043100                                                VALUE SPACE.
043200     05  BL-HL-INVOICE.
043300         10  FILLER                             PIC X(07).
043400         10  BL-HL-SEQ                          PIC X(03).
043500     05  FILLER                                 PIC X(01)
043600                                                VALUE SPACE.
043700     05  BL-HL-BILL-DATE                        PIC X(10).
043800     05  FILLER                                 PIC X(01)
043900                                                VALUE SPACE.
044000     05  BL-HL-NET                              PIC S9(09)V99
044100                                     SIGN IS LEADING SEPARATE.
044200     05  FILLER                                 PIC X(01)
044300                                                VALUE SPACE.
044400     05  BL-HL-STATUS                           PIC X(08)
044500                                                VALUE "BILLED".
044600     05  FILLER                                 PIC X(08)
044700                                                VALUE SPACES.
044800*-----------------------------------------------------------------
044900* CAPGLJNL JOURNAL LINE - ONE DEBIT OR CREDIT PER ROW, AMOUNT
045000* UNSIGNED WITH TWO IMPLIED DECIMALS - AND THE CLOSING CONTROL
045100* RECORD WITH THE LINE COUNT AND BOTH SIDES' TOTALS.
045200*-----------------------------------------------------------------
045300 01  BL-GL-LINE.
045400     05  BL-GL-TYPE                             PIC X(02)
045500                                                VALUE "JL".
045600     05  FILLER                                 PIC X(01)
045700                                                VALUE SPACE.
045800     05  BL-GL-DATE                             PIC X(10).
045900     05  FILLER                                 PIC X(01)
046000                                                VALUE SPACE.
046010     05  BL-GL-JOURNAL                          PIC X(15).
046200     05  FILLER                                 PIC X(01)
046300                                                VALUE SPACE.
046400     05  BL-GL-ACCOUNT                          PIC X(10).
046500     05  FILLER                                 PIC X(01)
046600                                                VALUE SPACE.
046700     05  BL-GL-DRCR                             PIC X(02).
046800     05  FILLER                                 PIC X(01)
046900                                                VALUE SPACE.
047000     05  BL-GL-AMOUNT                           PIC 9(09)V99.
047100     05  FILLER                                 PIC X(01)
047200                                                VALUE SPACE.
047300     05  BL-GL-VENDOR                           PIC X(20).
047400     05  FILLER                                 PIC X(01)
047500                                                VALUE SPACE.
047600     05  BL-GL-INVOICE                          PIC X(10).
047700     05  FILLER                                 PIC X(01)
047800                                                VALUE SPACE.
047900     05  BL-GL-PUZZLE                           PIC X(04).
048000     05  FILLER                                 PIC X(01)
048100                                                VALUE SPACE.
048110     05  BL-GL-DESC                             PIC X(27).
048300 01  BL-GL-TRAILER.
048400     05  FILLER                                 PIC X(02)
048500                                                VALUE "JT".
048600     05  FILLER                                 PIC X(01)
048700                                                VALUE SPACE.
048800     05  BL-GT-DATE                             PIC X(10).
048900     05  FILLER                                 PIC X(01)
049000                                                VALUE SPACE.
049010     05  BL-GT-JOURNAL                          PIC X(15).
049200     05  FILLER                                 PIC X(01)
049300                                                VALUE SPACE.
049400     05  BL-GT-LINES                            PIC 9(07).
049500     05  FILLER                                 PIC X(01)
049600                                                VALUE SPACE.
049700     05  BL-GT-DR-TOTAL                         PIC 9(11)V99.
049800     05  FILLER                                 PIC X(01)
049900                                                VALUE SPACE.
050000     05  BL-GT-CR-TOTAL                         PIC 9(11)V99.
050010     05  FILLER                                 PIC X(55)
050200                                                VALUE SPACES.
050300 01  BL-RPIDX-LINE.
050400     05  BL-RX-NAME                             PIC X(20).
050500     05  FILLER                                 PIC X(01)
050600                                                VALUE SPACE.
050700     05  BL-RX-TYPE                             PIC X(08).
050800     05  FILLER                                 PIC X(01)
050900                                                VALUE SPACE.
051000     05  BL-RX-DATE                             PIC X(10).
051100     05  FILLER                                 PIC X(01)
051200                                                VALUE SPACE.
051300     05  BL-RX-RC                               PIC 9(02).
051400 01  BL-INV-HEAD-LINE.
051500     05  FILLER                                 PIC X(08)
051600                                                VALUE "INVOICE ".
051700     05  BL-IH-INVOICE                          PIC X(10).
051800     05  FILLER                                 PIC X(10)
051900                                          VALUE "   VENDOR ".
052000     05  BL-IH-VENDOR                           PIC X(20).
052100     05  FILLER                                 PIC X(10)
052200                                          VALUE "   PERIOD ".
052300     05  BL-IH-PERIOD                           PIC X(07).
052400     05  FILLER                                 PIC X(16)
052500                                    VALUE "   INVOICE DATE ".
052600     05  BL-IH-DATE                             PIC X(10).
052700 01  BL-INV-COL-LINE.
052800     05  FILLER                                 PIC X(36)
052900                         VALUE "   TYPE  RATE FROM   CHARGE".
053000     05  FILLER                                 PIC X(37)
053100             VALUE "                   QUANTITY      RATE".
053200     05  FILLER                                 PIC X(14)
053300                                      VALUE "        AMOUNT".
053400 01  BL-INV-DETAIL-LINE.
053500     05  FILLER                                 PIC X(03)
053600                                                VALUE SPACES.
053700     05  BL-ID-PUZZLE                           PIC X(04).
053800     05  FILLER                                 PIC X(02)
053900                                                VALUE SPACES.
054000     05  BL-ID-FROM                             PIC X(10).
054100     05  FILLER                                 PIC X(02)
054200                                                VALUE SPACES.
054300     05  BL-ID-DESC                             PIC X(30).
054400     05  FILLER                                 PIC X(01)
054500                                                VALUE SPACE.
054600     05  BL-ID-QTY                              PIC Z(10)9.
054700     05  FILLER                                 PIC X(02)
054800                                                VALUE SPACES.
054900     05  BL-ID-RATE                             PIC Z(4)9.99.
055000     05  FILLER                                 PIC X(02)
055100                                                VALUE SPACES.
055200     05  BL-ID-AMOUNT                           PIC Z(8)9.99-.
055300 01  BL-INV-TOTAL-LINE.
055400     05  FILLER                                 PIC X(03)
055500                                                VALUE SPACES.
055600     05  BL-IT-LABEL                            PIC X(72).
055700     05  BL-IT-AMOUNT                           PIC Z(8)9.99-.
055800 01  BL-EXC-LINE.
055900     05  FILLER                                 PIC X(03)
056000                                                VALUE SPACES.
056100     05  BL-EX-VENDOR                           PIC X(20).
056200     05  FILLER                                 PIC X(02)
056300                                                VALUE SPACES.
056400     05  BL-EX-TEXT                             PIC X(100).
056500 01  BL-SUM-LINE.
056600     05  FILLER                                 PIC X(03)
056700                                                VALUE SPACES.
056800     05  BL-SL-LABEL                            PIC X(34).
056900     05  BL-SL-COUNT                            PIC Z(7)9.
057000 01  BL-ED-COUNT                                PIC Z(7)9.
057100 01  BL-ED-COUNT-2                              PIC Z(7)9.
057110*-----------------------------------------------------------------
057120* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
057130* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
057140*-----------------------------------------------------------------
057150 COPY CAPJOBA.
057200 PROCEDURE DIVISION.
057300 0000-MAIN SECTION.
057400*-----------------------------------------------------------------
057500* EVERYTHING IS PRICED IN STORAGE FIRST - RATES, CONTROLS, THE
057600* PERIOD ROWS AND THE MONTH'S REJECTS - AND ONLY THEN ARE
057700* INVOICES, JOURNAL LINES AND HISTORY WRITTEN, SO A RUN THAT
057800* STOPS ON A MISSING FILE OR A FULL TABLE HAS BILLED NOTHING.
057900*-----------------------------------------------------------------
058000 0000-MAINLINE.
058100     PERFORM 0900-GET-MONTH THRU 0900-EXIT
058107     PERFORM 0800-JOB-START THRU 0800-EXIT
058114     IF JC-REFUSED
058121         MOVE 16 TO RETURN-CODE
058128         STOP RUN
058135     END-IF
058142     PERFORM 0960-PICK-GENERATION THRU 0960-EXIT
058149     IF NOT BL-GEN-FOUND
058156         DISPLAY "CAPBILL - ALL 99 CAPBLRPT/CAPGLJNL GENERATIONS "
058163             "FOR " BL-MON-X " ARE USED - NOTHING BILLED"
058170         MOVE 16 TO RETURN-CODE
058177         PERFORM 0890-JOB-END THRU 0890-EXIT
058184         STOP RUN
058191     END-IF
058200     OPEN OUTPUT CAPBLRPT-FILE
058300     IF BL-CAPBLRPT-STATUS NOT = "00"
058400         DISPLAY "CAPBILL - UNABLE TO OPEN "
058500             BL-CAPBLRPT-NAME(1:20) ", STATUS " BL-CAPBLRPT-STATUS
058600         MOVE 8 TO RETURN-CODE
058610         PERFORM 0890-JOB-END THRU 0890-EXIT
058700         STOP RUN
058800     END-IF
058900     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
059000     IF NOT BL-MONTH-OK
059100         MOVE "Y" TO BL-ABANDON-SW
059200         MOVE 16 TO BL-NEW-RC
059300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
059400         GO TO 0000-WRAP-UP
059500     END-IF
059600     PERFORM 1000-LOAD-RATES THRU 1000-EXIT
059700     IF NOT BL-ABANDONED
059800         PERFORM 1100-LOAD-CONTROLS THRU 1100-EXIT
059900     END-IF
060000     IF NOT BL-ABANDONED
060100         PERFORM 2000-PRICE-PERIOD THRU 2000-EXIT
060200     END-IF
060300     IF NOT BL-ABANDONED
060400         PERFORM 2300-SCAN-REJECTS THRU 2300-EXIT
060500     END-IF
060600     IF NOT BL-ABANDONED
060700         PERFORM 2500-CHECK-CONTROLS THRU 2500-EXIT
060800     END-IF
060900     IF NOT BL-ABANDONED
061000         PERFORM 2700-LOAD-HISTORY THRU 2700-EXIT
061100     END-IF
061200     IF NOT BL-ABANDONED
061300         PERFORM 2800-ORDER-VENDORS THRU 2800-EXIT
061400         PERFORM 3000-BILL-VENDORS THRU 3000-EXIT
061500         PERFORM 3700-PRINT-EXCEPTIONS THRU 3700-EXIT
061600         PERFORM 3800-PRINT-SUMMARY THRU 3800-EXIT
061700     END-IF.
061800 0000-WRAP-UP.
061900     IF BL-SRCE-OPEN
062000         CLOSE CAPSRCE-FILE
062100     END-IF
062200     IF BL-MAST-OPEN
062300         CLOSE CAPMAST-FILE
062400     END-IF
062500     PERFORM 7900-PRINT-FOOTER THRU 7900-EXIT
062600     CLOSE CAPBLRPT-FILE
062700     PERFORM 8000-WRITE-REPORT-INDEX THRU 8000-EXIT
062800     DISPLAY "CAPBILL - " BL-MON-X " BILLED " BL-VENDORS-BILLED
062900         " VENDOR(S), HELD " BL-VENDORS-HELD
063000         ", ALREADY BILLED " BL-VENDORS-PRIOR
063100         ", CONDITION " BL-RUN-RC
063200     MOVE BL-RUN-RC TO RETURN-CODE
063210     PERFORM 0890-JOB-END THRU 0890-EXIT
063300     STOP RUN.
063400 0000-EXIT.
063401     EXIT.
063402*-----------------------------------------------------------------
063403* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
063404* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
063405* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET. THE
063406* JOURNAL AND PERIOD LOCKS COVER EVERY MONTH'S GENERATION.
063407*-----------------------------------------------------------------
063408 0800-JOB-START SECTION.
063409 0800-START.
063410     MOVE SPACES TO CAPJOB-COMMAREA
063411     MOVE "S" TO JC-FUNCTION
063412     MOVE "CAPBILL" TO JC-PROGRAM
063413     MOVE 7 TO JC-LOCK-COUNT
063414     MOVE "CAPBLHST" TO JC-LOCK-DSN(1)
063415     MOVE "U" TO JC-LOCK-MODE(1)
063416     MOVE "CAPGLJNL*" TO JC-LOCK-DSN(2)
063417     MOVE "U" TO JC-LOCK-MODE(2)
063418     MOVE "CAPRPIDX" TO JC-LOCK-DSN(3)
063419     MOVE "U" TO JC-LOCK-MODE(3)
063420     MOVE "CAPLPER*" TO JC-LOCK-DSN(4)
063421     MOVE "R" TO JC-LOCK-MODE(4)
063422     MOVE "CAPLCTL" TO JC-LOCK-DSN(5)
063423     MOVE "R" TO JC-LOCK-MODE(5)
063424     MOVE "CAPRJHST" TO JC-LOCK-DSN(6)
063425     MOVE "R" TO JC-LOCK-MODE(6)
063426     MOVE "CAPREJ" TO JC-LOCK-DSN(7)
063427     MOVE "R" TO JC-LOCK-MODE(7)
063428     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
063429 0800-EXIT.
063430     EXIT.
063431*-----------------------------------------------------------------
063432* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
063433* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
063434* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
063435*-----------------------------------------------------------------
063436 0890-JOB-END SECTION.
063437 0890-START.
063438     MOVE RETURN-CODE TO JC-CONDITION
063439     MOVE "E" TO JC-FUNCTION
063440     MOVE "BILLED" TO JC-COUNT-LABEL(1)
063441     MOVE BL-VENDORS-BILLED TO JC-COUNT-VALUE(1)
063442     MOVE "HELD" TO JC-COUNT-LABEL(2)
063443     MOVE BL-VENDORS-HELD TO JC-COUNT-VALUE(2)
063444     MOVE "PRIOR" TO JC-COUNT-LABEL(3)
063445     MOVE BL-VENDORS-PRIOR TO JC-COUNT-VALUE(3)
063446     MOVE "GL LINES" TO JC-COUNT-LABEL(4)
063447     MOVE BL-GL-LINES TO JC-COUNT-VALUE(4)
063448     CALL "CAPJCTL" USING CAPJOB-COMMAREA
063449     MOVE JC-CONDITION TO RETURN-CODE.
063450 0890-EXIT.
063500     EXIT.
063600*-----------------------------------------------------------------
063700* 0900-GET-MONTH SETTLES THE BILLING MONTH - LAST MONTH, UNLESS
063800* CAPBLMON (YYYY-MM) NAMES ANOTHER. IT MUST LIE BEFORE THE
063900* CURRENT MONTH: ONLY A CLOSED MONTH HAS A PERIOD FILE TO BILL.
063910* THE PERIOD FILE NAME IS BUILT HERE TOO; THE REGISTER AND JOURNAL
063920* NAMES WAIT FOR 0960-PICK-GENERATION.
064100*-----------------------------------------------------------------
064200 0900-GET-MONTH SECTION.
064300 0900-START.
064400     ACCEPT BL-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
064500     DIVIDE BL-RUN-DATE-YYYYMMDD BY 10000
064600         GIVING BL-RUN-YYYY
064700         REMAINDER BL-RUN-MMDD
064800     DIVIDE BL-RUN-MMDD BY 100
064900         GIVING BL-RUN-MM
065000         REMAINDER BL-RUN-DD
065100     MOVE BL-RUN-YYYY TO BL-CM-YYYY
065200     MOVE BL-RUN-MM TO BL-CM-MM
065300     IF BL-RUN-MM = 1
065400         COMPUTE BL-MON-YYYY = BL-RUN-YYYY - 1
065500         MOVE 12 TO BL-MON-MM
065600     ELSE
065700         MOVE BL-RUN-YYYY TO BL-MON-YYYY
065800         COMPUTE BL-MON-MM = BL-RUN-MM - 1
065900     END-IF
066000     MOVE SPACES TO BL-OVERRIDE-X
066100     ACCEPT BL-OVERRIDE-X FROM ENVIRONMENT "CAPBLMON"
066200     IF BL-OVERRIDE-X = SPACES
066300         GO TO 0900-CHECK
066400     END-IF
066500     IF BL-OVERRIDE-X(1:4) NUMERIC
066600             AND BL-OVERRIDE-X(5:1) = "-"
066700             AND BL-OVERRIDE-X(6:2) NUMERIC
066800             AND BL-OVERRIDE-X(6:2) >= "01"
066900             AND BL-OVERRIDE-X(6:2) <= "12"
067000             AND BL-OVERRIDE-X(8:3) = SPACES
067100         MOVE BL-OVERRIDE-X(1:4) TO BL-MON-YYYY
067200         MOVE BL-OVERRIDE-X(6:2) TO BL-MON-MM
067300     ELSE
067400         DISPLAY "CAPBILL - CAPBLMON '" BL-OVERRIDE-X
067500             "' IS NOT YYYY-MM, NOTHING BILLED"
067600         GO TO 0900-NAMES
067700     END-IF.
067800 0900-CHECK.
067900     IF BL-MON-X NOT < BL-CUR-MONTH-X
068000         DISPLAY "CAPBILL - " BL-MON-X " IS NOT BEFORE THE "
068100             "CURRENT MONTH " BL-CUR-MONTH-X ", NOTHING BILLED"
068200         GO TO 0900-NAMES
068300     END-IF
068400     MOVE "Y" TO BL-MONTH-OK-SW.
068500 0900-NAMES.
068600     EVALUATE BL-MON-MM
068700         WHEN 4
068800         WHEN 6
068900         WHEN 9
069000         WHEN 11
069100             MOVE 30 TO BL-MON-DAYS
069200         WHEN 2
069300             MOVE 28 TO BL-MON-DAYS
069400             DIVIDE BL-MON-YYYY BY 4
069500                 GIVING BL-QUOT REMAINDER BL-REM
069600             IF BL-REM = ZERO
069700                 MOVE 29 TO BL-MON-DAYS
069800                 DIVIDE BL-MON-YYYY BY 100
069900                     GIVING BL-QUOT REMAINDER BL-REM
070000                 IF BL-REM = ZERO
070100                     MOVE 28 TO BL-MON-DAYS
070200                     DIVIDE BL-MON-YYYY BY 400
070300                         GIVING BL-QUOT REMAINDER BL-REM
070400                     IF BL-REM = ZERO
070500                         MOVE 29 TO BL-MON-DAYS
070600                     END-IF
070700                 END-IF
070800             END-IF
070900         WHEN OTHER
071000             MOVE 31 TO BL-MON-DAYS
071100     END-EVALUATE
071200     MOVE BL-MON-YYYY TO BL-ME-YYYY
071300     MOVE BL-MON-MM TO BL-ME-MM
071400     MOVE BL-MON-DAYS TO BL-ME-DD
071500     MOVE BL-MON-YYYY TO BL-JI-YYYY
071600     MOVE BL-MON-MM TO BL-JI-MM
071700     MOVE BL-MON-YYYY TO BL-IN-YYYY
071800     MOVE BL-MON-MM TO BL-IN-MM
071900     MOVE SPACES TO BL-PERIOD-NAME
072000     STRING "CAPLPER." DELIMITED BY SIZE
072100         BL-MON-YYYY DELIMITED BY SIZE
072200         BL-MON-MM DELIMITED BY SIZE
072210         INTO BL-PERIOD-NAME.
072220 0900-EXIT.
072230     EXIT.
072240*-----------------------------------------------------------------
072250* 0960-PICK-GENERATION FINDS THE FIRST GENERATION FOR THE MONTH
072260* WITH NEITHER A REGISTER NOR A JOURNAL ON DISK - THE PLAIN
072270* CAPBLRPT.YYYYMM AND CAPGLJNL.YYYYMM FOR THE FIRST RUN, .R02 TO
072280* .R99 FOR EACH RERUN AFTER IT - SO NO RUN WRITES OVER AN EARLIER
072290* ONE'S INVOICES OR JOURNAL. BL-GEN-FOUND STAYS OFF WHEN ALL ARE
072300* TAKEN.
072310*-----------------------------------------------------------------
072320 0960-PICK-GENERATION SECTION.
072330 0960-START.
072340     MOVE 1 TO BL-GEN-RUN.
072350 0960-TRY-NAMES.
072400     MOVE SPACES TO BL-CAPBLRPT-NAME
072900     MOVE SPACES TO BL-CAPGLJNL-NAME
072910     IF BL-GEN-RUN = 1
072920         STRING "CAPBLRPT." DELIMITED BY SIZE
072930             BL-MON-YYYY DELIMITED BY SIZE
072940             BL-MON-MM DELIMITED BY SIZE
072950             INTO BL-CAPBLRPT-NAME
072960         STRING "CAPGLJNL." DELIMITED BY SIZE
072970             BL-MON-YYYY DELIMITED BY SIZE
072980             BL-MON-MM DELIMITED BY SIZE
072990             INTO BL-CAPGLJNL-NAME
073000     ELSE
073010         STRING "CAPBLRPT." DELIMITED BY SIZE
073020             BL-MON-YYYY DELIMITED BY SIZE
073030             BL-MON-MM DELIMITED BY SIZE
073040             BL-GEN-SUFFIX DELIMITED BY SIZE
073050             INTO BL-CAPBLRPT-NAME
073060         STRING "CAPGLJNL." DELIMITED BY SIZE
073070             BL-MON-YYYY DELIMITED BY SIZE
073080             BL-MON-MM DELIMITED BY SIZE
073090             BL-GEN-SUFFIX DELIMITED BY SIZE
073100             INTO BL-CAPGLJNL-NAME
073110     END-IF
073120     OPEN INPUT CAPBLRPT-FILE
073130     IF BL-CAPBLRPT-STATUS = "00"
073140         CLOSE CAPBLRPT-FILE
073150     END-IF
073160     IF BL-CAPBLRPT-STATUS NOT = "35"
073170         GO TO 0960-NEXT-RUN
073180     END-IF
073190     OPEN INPUT CAPGLJNL-FILE
073200     IF BL-CAPGLJNL-STATUS = "00"
073210         CLOSE CAPGLJNL-FILE
073220     END-IF
073230     IF BL-CAPGLJNL-STATUS NOT = "35"
073240         GO TO 0960-NEXT-RUN
073250     END-IF
073260     MOVE "Y" TO BL-GEN-FOUND-SW
073264     MOVE BL-GEN-RUN TO BL-JI-RUN
073270     GO TO 0960-EXIT.
073280 0960-NEXT-RUN.
073290     IF BL-GEN-RUN < 99
073300         ADD 1 TO BL-GEN-RUN
073310         GO TO 0960-TRY-NAMES
073320     END-IF.
073330 0960-EXIT.
073500     EXIT.
073600*-----------------------------------------------------------------
073700 0950-PRINT-REPORT-HEADER SECTION.
073800 0950-START.
073900     MOVE "1" TO CAPBLRPT-CTRL
074000     MOVE SPACES TO CAPBLRPT-LINE
074100     STRING "CAPBILL - VENDOR CHARGEBACK INVOICE REGISTER"
074200         DELIMITED BY SIZE INTO CAPBLRPT-LINE
074300     WRITE CAPBLRPT-RECORD
074400     MOVE " " TO CAPBLRPT-CTRL
074500     MOVE SPACES TO CAPBLRPT-LINE
074600     STRING "BILLING PERIOD.... " DELIMITED BY SIZE
074700         BL-MON-X DELIMITED BY SIZE
074800         "     PERIOD FILE... " DELIMITED BY SIZE
074900         BL-PERIOD-NAME(1:16) DELIMITED BY SIZE
075000         "     JOURNAL... " DELIMITED BY SIZE
075100         BL-CAPGLJNL-NAME(1:20) DELIMITED BY SIZE
075200         INTO CAPBLRPT-LINE
075300     WRITE CAPBLRPT-RECORD
075400     MOVE SPACES TO CAPBLRPT-LINE
075500     STRING "RUN DATE.......... " DELIMITED BY SIZE
075600         BL-RUN-DATE-X DELIMITED BY SIZE
075700         INTO CAPBLRPT-LINE
075800     WRITE CAPBLRPT-RECORD
075900     MOVE SPACES TO CAPBLRPT-LINE
076000     WRITE CAPBLRPT-RECORD.
076100 0950-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------------
076400* 1000-LOAD-RATES LOADS CAPRATE. A ROW WHOSE DATES OR FEES DO NOT
076500* READ IS LISTED AND LEFT OUT - ANY VENDOR IT WAS MEANT TO PRICE
076600* IS THEN HELD FOR WANT OF A RATE RATHER THAN BILLED ON A GUESS.
076700* OPENS CAPSRCE AND CAPMAST FOR THE PRICING PASSES AS WELL.
076800*-----------------------------------------------------------------
076900 1000-LOAD-RATES SECTION.
077000 1000-START.
077100     OPEN INPUT CAPSRCE-FILE
077200     IF BL-CAPSRCE-STATUS NOT = "00"
077300         DISPLAY "CAPBILL - UNABLE TO OPEN CAPSRCE REGISTRY, "
077400             "STATUS " BL-CAPSRCE-STATUS " - NOTHING BILLED"
077500         MOVE " " TO CAPBLRPT-CTRL
077600         MOVE SPACES TO CAPBLRPT-LINE
077700         STRING "*** CAPSRCE REGISTRY COULD NOT BE OPENED - NO "
077800             "VENDORS TO BILL - NOTHING BILLED ***"
077900             DELIMITED BY SIZE INTO CAPBLRPT-LINE
078000         WRITE CAPBLRPT-RECORD
078100         MOVE "Y" TO BL-ABANDON-SW
078200         MOVE 16 TO BL-NEW-RC
078300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
078400         GO TO 1000-EXIT
078500     END-IF
078600     MOVE "Y" TO BL-SRCE-OPEN-SW
078700     OPEN INPUT CAPMAST-FILE
078800     IF BL-CAPMAST-STATUS = "00"
078900         MOVE "Y" TO BL-MAST-OPEN-SW
079000     END-IF
079100     OPEN INPUT CAPRATE-FILE
079200     IF BL-CAPRATE-STATUS NOT = "00"
079300         DISPLAY "CAPBILL - UNABLE TO OPEN CAPRATE, STATUS "
079400             BL-CAPRATE-STATUS " - NOTHING BILLED"
079500         MOVE " " TO CAPBLRPT-CTRL
079600         MOVE SPACES TO CAPBLRPT-LINE
079700         STRING "*** NO CAPRATE RATE TABLE - NOTHING BILLED ***"
079800             DELIMITED BY SIZE INTO CAPBLRPT-LINE
079900         WRITE CAPBLRPT-RECORD
080000         MOVE "Y" TO BL-ABANDON-SW
080100         MOVE 16 TO BL-NEW-RC
080200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
080300         GO TO 1000-EXIT
080400     END-IF.
080500 1000-READ-LOOP.
080600     READ CAPRATE-FILE
080700         AT END
080800             GO TO 1000-READS-DONE
080900     END-READ
081000     IF CAPRATE-RECORD = SPACES OR CAPRATE-RECORD(1:1) = "*"
081100         GO TO 1000-READ-LOOP
081200     END-IF
081300     IF RR-VENDOR = SPACES
081400             OR RR-FROM(1:4) NOT NUMERIC
081500             OR RR-FROM(5:1) NOT = "-"
081600             OR RR-FROM(8:1) NOT = "-"
081700             OR (RR-TO NOT = SPACES AND RR-TO < RR-FROM)
081800             OR RR-FILE-FEE NOT NUMERIC
081900             OR RR-DIGIT-FEE NOT NUMERIC
082000             OR RR-SURCHARGE NOT NUMERIC
082100         MOVE " " TO CAPBLRPT-CTRL
082200         MOVE SPACES TO CAPBLRPT-LINE
082300         STRING "*** CAPRATE ROW NOT USED - " DELIMITED BY SIZE
082400             CAPRATE-RECORD(1:71) DELIMITED BY SIZE
082500             INTO CAPBLRPT-LINE
082600         WRITE CAPBLRPT-RECORD
082700         ADD 1 TO BL-RATES-BAD
082800         GO TO 1000-READ-LOOP
082900     END-IF
083000     IF BL-RATE-COUNT >= 200
083100         MOVE "RATE" TO BL-FULL-TABLE
083200         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
083300         GO TO 1000-READS-DONE
083400     END-IF
083500     ADD 1 TO BL-RATE-COUNT
083600     MOVE RR-VENDOR TO BL-RT-VENDOR(BL-RATE-COUNT)
083700     MOVE RR-PUZZLE TO BL-RT-PUZZLE(BL-RATE-COUNT)
083800     IF RR-PUZZLE = SPACES
083900         MOVE "ALL" TO BL-RT-PUZZLE(BL-RATE-COUNT)
084000     END-IF
084100     MOVE RR-FROM TO BL-RT-FROM(BL-RATE-COUNT)
084200     MOVE RR-TO TO BL-RT-TO(BL-RATE-COUNT)
084300     MOVE RR-FILE-FEE TO BL-RT-FILE-FEE(BL-RATE-COUNT)
084400     MOVE RR-DIGIT-FEE TO BL-RT-DIGIT-FEE(BL-RATE-COUNT)
084500     MOVE RR-SURCHARGE TO BL-RT-SURCHARGE(BL-RATE-COUNT)
084600     ADD 1 TO BL-RATES-LOADED
084700     GO TO 1000-READ-LOOP.
084800 1000-READS-DONE.
084900     CLOSE CAPRATE-FILE.
085000 1000-EXIT.
085100     EXIT.
085200*-----------------------------------------------------------------
085300* 1100-LOAD-CONTROLS SUMS THE CAPLCTL BALANCE-FORWARD ENTRY COUNTS
085400* FOR THE MONTH BY SOURCE. NO CONTROL FILE, OR NO CONTROLS FOR THE
085500* MONTH, MEANS THE MONTH WAS NEVER CLOSED - NOTHING TO BILL.
085600*-----------------------------------------------------------------
085700 1100-LOAD-CONTROLS SECTION.
085800 1100-START.
085900     OPEN INPUT CAPLCTL-FILE
086000     IF BL-CAPLCTL-STATUS NOT = "00"
086100         DISPLAY "CAPBILL - UNABLE TO OPEN CAPLCTL, STATUS "
086200             BL-CAPLCTL-STATUS " - NOTHING BILLED"
086300         GO TO 1100-NOT-CLOSED
086400     END-IF.
086500 1100-READ-LOOP.
086600     READ CAPLCTL-FILE
086700         AT END
086800             GO TO 1100-READS-DONE
086900     END-READ
087000     IF CAPLCTL-RECORD(1:7) NOT = BL-MON-X
087100         GO TO 1100-READ-LOOP
087200     END-IF
087300     IF CAPLCTL-RECORD(90:2) = "V2"
087400         MOVE CAPLCTL-RECORD(98:80) TO BL-CTL-WANT
087500     ELSE
087600         MOVE SPACES TO BL-CTL-WANT
087700         MOVE CAPLCTL-RECORD(9:40) TO BL-CTL-WANT
087800     END-IF
087900     PERFORM 1200-FIND-CONTROL THRU 1200-EXIT
088000     IF BL-ABANDONED
088100         GO TO 1100-READS-DONE
088200     END-IF
088300     MOVE CAPLCTL-RECORD(50:8) TO BL-NUM-X
088400     IF BL-NUM-X NUMERIC
088500         ADD BL-NUM-9 TO BL-CT-ENTRIES(BL-TX)
088600     END-IF
088700     GO TO 1100-READ-LOOP.
088800 1100-READS-DONE.
088900     CLOSE CAPLCTL-FILE
089000     IF BL-ABANDONED OR BL-CTL-COUNT > ZERO
089100         GO TO 1100-EXIT
089200     END-IF
089300     DISPLAY "CAPBILL - NO CAPLCTL CONTROLS FOR " BL-MON-X
089400         " - NOTHING BILLED".
089500 1100-NOT-CLOSED.
089600     MOVE " " TO CAPBLRPT-CTRL
089700     MOVE SPACES TO CAPBLRPT-LINE
089800     STRING "*** " DELIMITED BY SIZE
089900         BL-MON-X DELIMITED BY SIZE
090000         " HAS NO CAPLCTL CONTROLS - RUN CAPCLOSE FOR THE MONTH "
090100         DELIMITED BY SIZE
090200         "FIRST - NOTHING BILLED ***" DELIMITED BY SIZE
090300         INTO CAPBLRPT-LINE
090400     WRITE CAPBLRPT-RECORD
090500     MOVE "Y" TO BL-ABANDON-SW
090600     MOVE 16 TO BL-NEW-RC
090700     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
090800 1100-EXIT.
090900     EXIT.
091000*-----------------------------------------------------------------
091100* 1200-FIND-CONTROL POINTS BL-TX AT BL-CTL-WANT'S CONTROL ENTRY,
091200* OPENING ONE WITH NOTHING ON IT IF THE SOURCE IS NEW.
091300*-----------------------------------------------------------------
091400 1200-FIND-CONTROL SECTION.
091500 1200-START.
091600     MOVE ZERO TO BL-TX
091700     PERFORM 1210-CHECK-ONE-CONTROL THRU 1210-EXIT
091800         VARYING BL-JX FROM 1 BY 1
091900         UNTIL BL-JX > BL-CTL-COUNT OR BL-TX > ZERO
092000     IF BL-TX > ZERO
092100         GO TO 1200-EXIT
092200     END-IF
092300     IF BL-CTL-COUNT >= 1000
092400         MOVE "SOURCE" TO BL-FULL-TABLE
092500         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
092600         GO TO 1200-EXIT
092700     END-IF
092800     ADD 1 TO BL-CTL-COUNT
092900     MOVE BL-CTL-COUNT TO BL-TX
093000     MOVE BL-CTL-WANT TO BL-CT-SOURCE(BL-TX)
093100     MOVE ZERO TO BL-CT-ENTRIES(BL-TX)
093200     MOVE ZERO TO BL-CT-DETAIL(BL-TX)
093300     MOVE ZERO TO BL-CT-VX(BL-TX).
093400 1200-EXIT.
093500     EXIT.
093600*-----------------------------------------------------------------
093700 1210-CHECK-ONE-CONTROL SECTION.
093800 1210-START.
093900     IF BL-CT-SOURCE(BL-JX) = BL-CTL-WANT
094000         MOVE BL-JX TO BL-TX
094100     END-IF.
094200 1210-EXIT.
094300     EXIT.
094400*-----------------------------------------------------------------
094500* 1300-FIND-RATE POINTS BL-RX AT THE RATE IN FORCE FOR THE VENDOR
094600* IN BL-WANT-VENDOR, THE PUZZLE TYPE IN BL-ROW-PUZZLE AND THE DAY
094700* IN BL-ROW-DATE, OR ZERO. A RATE FOR THE TYPE BEATS AN ALL RATE;
094800* BETWEEN TWO OF THE SAME KIND THE LATER START DATE WINS.
094900*-----------------------------------------------------------------
095000 1300-FIND-RATE SECTION.
095100 1300-START.
095200     MOVE ZERO TO BL-RX
095300     MOVE "N" TO BL-BEST-EXACT-SW
095400     PERFORM 1310-CHECK-ONE-RATE THRU 1310-EXIT
095500         VARYING BL-JX FROM 1 BY 1
095600         UNTIL BL-JX > BL-RATE-COUNT.
095700 1300-EXIT.
095800     EXIT.
095900*-----------------------------------------------------------------
096000 1310-CHECK-ONE-RATE SECTION.
096100 1310-START.
096200     IF BL-RT-VENDOR(BL-JX) NOT = BL-WANT-VENDOR
096300         GO TO 1310-EXIT
096400     END-IF
096500     IF BL-RT-FROM(BL-JX) > BL-ROW-DATE
096600         GO TO 1310-EXIT
096700     END-IF
096800     IF BL-RT-TO(BL-JX) NOT = SPACES
096900             AND BL-RT-TO(BL-JX) < BL-ROW-DATE
097000         GO TO 1310-EXIT
097100     END-IF
097200     IF BL-RT-PUZZLE(BL-JX) = BL-ROW-PUZZLE
097300         IF BL-BEST-EXACT-SW = "N"
097400             MOVE BL-JX TO BL-RX
097500             MOVE "Y" TO BL-BEST-EXACT-SW
097600             GO TO 1310-EXIT
097700         END-IF
097800         IF BL-RT-FROM(BL-JX) > BL-RT-FROM(BL-RX)
097900             MOVE BL-JX TO BL-RX
098000         END-IF
098100         GO TO 1310-EXIT
098200     END-IF
098300     IF BL-RT-PUZZLE(BL-JX) NOT = "ALL"
098400             OR BL-BEST-EXACT-SW = "Y"
098500         GO TO 1310-EXIT
098600     END-IF
098700     IF BL-RX = ZERO
098800         MOVE BL-JX TO BL-RX
098900         GO TO 1310-EXIT
099000     END-IF
099100     IF BL-RT-FROM(BL-JX) > BL-RT-FROM(BL-RX)
099200         MOVE BL-JX TO BL-RX
099300     END-IF.
099400 1310-EXIT.
099500     EXIT.
099600*-----------------------------------------------------------------
099700* 1400-LOOKUP-SOURCE FINDS BL-ROW-SOURCE ON THE CAPSRCE REGISTRY.
099800* A ROW THAT ONLY CARRIES THE OLD 40-BYTE NAME IS MATCHED TO THE
099900* FIRST REGISTERED NAME STARTING WITH THOSE 40 BYTES.
100000*-----------------------------------------------------------------
100100 1400-LOOKUP-SOURCE SECTION.
100200 1400-START.
100300     MOVE "N" TO BL-SRC-FOUND-SW
100400     MOVE BL-ROW-SOURCE TO SR-SOURCE
100500     READ CAPSRCE-FILE
100600         INVALID KEY
100700             GO TO 1400-TRY-PREFIX
100800     END-READ
100900     MOVE "Y" TO BL-SRC-FOUND-SW
101000     GO TO 1400-EXIT.
101100 1400-TRY-PREFIX.
101200     IF NOT BL-ROW-SHORT
101300         GO TO 1400-EXIT
101400     END-IF
101500     MOVE BL-ROW-SOURCE TO SR-SOURCE
101600     START CAPSRCE-FILE KEY IS NOT LESS THAN SR-SOURCE
101700         INVALID KEY
101800             GO TO 1400-EXIT
101900     END-START
102000     READ CAPSRCE-FILE NEXT
102100         AT END
102200             GO TO 1400-EXIT
102300     END-READ
102400     IF SR-SOURCE(1:40) = BL-ROW-SOURCE(1:40)
102500         MOVE "Y" TO BL-SRC-FOUND-SW
102600     END-IF.
102700 1400-EXIT.
102800     EXIT.
102900*-----------------------------------------------------------------
103000* 1450-SET-ROW-VENDOR LOOKS THE ROW'S SOURCE UP AND POINTS BL-VX
103100* AT ITS VENDOR. A SOURCE OFF THE REGISTRY GOES UNDER
103200* (UNREGISTERED), WHICH IS ALWAYS HELD. A ROW WITH NO PUZZLE TYPE
103300* OF ITS OWN TAKES THE REGISTRY'S, AND FAILING THAT DAY1, THE ONLY
103400* TYPE THERE WAS.
103500*-----------------------------------------------------------------
103600 1450-SET-ROW-VENDOR SECTION.
103700 1450-START.
103800     PERFORM 1400-LOOKUP-SOURCE THRU 1400-EXIT
103900     IF BL-SRC-FOUND
104000         MOVE SR-VENDOR TO BL-WANT-VENDOR
104100         IF BL-WANT-VENDOR = SPACES
104200             MOVE "(NO VENDOR)" TO BL-WANT-VENDOR
104300         END-IF
104400         IF BL-ROW-PUZZLE = SPACES
104500             MOVE SR-PUZZLE TO BL-ROW-PUZZLE
104600         END-IF
104700     ELSE
104800         MOVE "(UNREGISTERED)" TO BL-WANT-VENDOR
104900     END-IF
105000     IF BL-ROW-PUZZLE = SPACES
105100         MOVE "DAY1" TO BL-ROW-PUZZLE
105200     END-IF
105300     PERFORM 1500-FIND-VENDOR THRU 1500-EXIT
105400     IF BL-ABANDONED
105500         GO TO 1450-EXIT
105600     END-IF
105700     IF NOT BL-SRC-FOUND
105800         MOVE "R" TO BL-VD-HOLD(BL-VX)
105900     END-IF.
106000 1450-EXIT.
106100     EXIT.
106200*-----------------------------------------------------------------
106300* 1500-FIND-VENDOR POINTS BL-VX AT BL-WANT-VENDOR'S ENTRY, OPENING
106400* ONE IF THE VENDOR IS NEW.
106500*-----------------------------------------------------------------
106600 1500-FIND-VENDOR SECTION.
106700 1500-START.
106800     MOVE ZERO TO BL-VX
106900     PERFORM 1510-CHECK-ONE-VENDOR THRU 1510-EXIT
107000         VARYING BL-JX FROM 1 BY 1
107100         UNTIL BL-JX > BL-VND-COUNT OR BL-VX > ZERO
107200     IF BL-VX > ZERO
107300         GO TO 1500-EXIT
107400     END-IF
107500     IF BL-VND-COUNT >= 100
107600         MOVE "VENDOR" TO BL-FULL-TABLE
107700         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
107800         GO TO 1500-EXIT
107900     END-IF
108000     ADD 1 TO BL-VND-COUNT
108100     MOVE BL-VND-COUNT TO BL-VX
108200     MOVE BL-WANT-VENDOR TO BL-VD-VENDOR(BL-VX)
108300     MOVE SPACE TO BL-VD-HOLD(BL-VX)
108400     MOVE ZERO TO BL-VD-ORDER(BL-VX)
108500     MOVE SPACES TO BL-VD-INVOICE(BL-VX)
108600     MOVE SPACES TO BL-VD-BILL-DATE(BL-VX)
108700     MOVE ZERO TO BL-VD-NET(BL-VX).
108800 1500-EXIT.
108900     EXIT.
109000*-----------------------------------------------------------------
109100 1510-CHECK-ONE-VENDOR SECTION.
109200 1510-START.
109300     IF BL-VD-VENDOR(BL-JX) = BL-WANT-VENDOR
109400         MOVE BL-JX TO BL-VX
109500     END-IF.
109600 1510-EXIT.
109700     EXIT.
109800*-----------------------------------------------------------------
109900* 1600-POST-CHARGE PRICES THE ROW IN HAND - A FILE SCORED, A
110000* REVERSAL OR A REJECT - FOR VENDOR BL-VX AT THE RATE IN FORCE ON
110100* ITS DATE, AND ADDS IT TO THE MATCHING CHARGE ENTRY. NO RATE
110200* HOLDS THE VENDOR.
110300*-----------------------------------------------------------------
110400 1600-POST-CHARGE SECTION.
110500 1600-START.
110600     MOVE BL-VD-VENDOR(BL-VX) TO BL-WANT-VENDOR
110700     PERFORM 1300-FIND-RATE THRU 1300-EXIT
110800     IF BL-RX = ZERO AND BL-VD-HOLD(BL-VX) = SPACE
110900         MOVE "U" TO BL-VD-HOLD(BL-VX)
111000     END-IF
111100     MOVE ZERO TO BL-CX
111200     PERFORM 1610-CHECK-ONE-CHARGE THRU 1610-EXIT
111300         VARYING BL-JX FROM 1 BY 1
111400         UNTIL BL-JX > BL-CHG-COUNT OR BL-CX > ZERO
111500     IF BL-CX = ZERO
111600         IF BL-CHG-COUNT >= 500
111700             MOVE "CHARGE" TO BL-FULL-TABLE
111800             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
111900             GO TO 1600-EXIT
112000         END-IF
112100         ADD 1 TO BL-CHG-COUNT
112200         MOVE BL-CHG-COUNT TO BL-CX
112300         INITIALIZE BL-CHG-ENTRY(BL-CX)
112400         MOVE BL-VX TO BL-CH-VX(BL-CX)
112500         MOVE BL-ROW-PUZZLE TO BL-CH-PUZZLE(BL-CX)
112600         MOVE BL-RX TO BL-CH-RX(BL-CX)
112700     END-IF
112800     EVALUATE TRUE
112900         WHEN BL-ROW-SCORED
113000             ADD BL-ROW-ROWS TO BL-CH-FILES(BL-CX)
113100             ADD BL-ROW-DIGITS TO BL-CH-DIGITS(BL-CX)
113200         WHEN BL-ROW-REVERSAL
113300             ADD BL-ROW-ROWS TO BL-CH-CR-FILES(BL-CX)
113400             ADD BL-ROW-DIGITS TO BL-CH-CR-DIGITS(BL-CX)
113500         WHEN OTHER
113600             ADD BL-ROW-ROWS TO BL-CH-REJECTS(BL-CX)
113700     END-EVALUATE.
113800 1600-EXIT.
113900     EXIT.
114000*-----------------------------------------------------------------
114100 1610-CHECK-ONE-CHARGE SECTION.
114200 1610-START.
114300     IF BL-CH-VX(BL-JX) = BL-VX
114400             AND BL-CH-PUZZLE(BL-JX) = BL-ROW-PUZZLE
114500             AND BL-CH-RX(BL-JX) = BL-RX
114600         MOVE BL-JX TO BL-CX
114700     END-IF.
114800 1610-EXIT.
114900     EXIT.
115000*-----------------------------------------------------------------
115100* 2000-PRICE-PERIOD READS THE CLOSED PERIOD FILE. EVERY SCORING
115200* ROW IS ONE FILE, COUNTED AGAINST ITS SOURCE'S CONTROL AND BILLED
115300* ON THE DIGITS IN COLS 74-80 (CAPMAST'S COUNT FOR A ROW WRITTEN
115400* BEFORE THE LEDGER CARRIED THEM). A CAPBKOUT REVERSAL ROW CREDITS
115500* THE ROWS AND DIGITS IT SAYS IT BACKED OUT - ONE FILE ON
115600* CAPMAST'S DIGITS WHEN IT SAYS NOTHING. NO PERIOD FILE MEANS THE
115700* MONTH WAS NEVER CLOSED.
115800*-----------------------------------------------------------------
115900 2000-PRICE-PERIOD SECTION.
116000 2000-START.
116100     OPEN INPUT CAPLPER-FILE
116200     IF BL-CAPLPER-STATUS NOT = "00"
116300         DISPLAY "CAPBILL - UNABLE TO OPEN "
116400             BL-PERIOD-NAME(1:16) ", STATUS " BL-CAPLPER-STATUS
116500             " - NOTHING BILLED"
116600         MOVE " " TO CAPBLRPT-CTRL
116700         MOVE SPACES TO CAPBLRPT-LINE
116800         STRING "*** NO PERIOD FILE " DELIMITED BY SIZE
116900             BL-PERIOD-NAME(1:16) DELIMITED BY SIZE
117000             " - RUN CAPCLOSE FOR THE MONTH FIRST - NOTHING "
117100             DELIMITED BY SIZE
117200             "BILLED ***" DELIMITED BY SIZE
117300             INTO CAPBLRPT-LINE
117400         WRITE CAPBLRPT-RECORD
117500         MOVE "Y" TO BL-ABANDON-SW
117600         MOVE 16 TO BL-NEW-RC
117700         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
117800         GO TO 2000-EXIT
117900     END-IF.
118000 2000-READ-LOOP.
118100     READ CAPLPER-FILE
118200         AT END
118300             GO TO 2000-READS-DONE
118400     END-READ
118500     IF CAPLPER-RECORD = SPACES
118600         GO TO 2000-READ-LOOP
118700     END-IF
118800     ADD 1 TO BL-ROWS-READ
118900     IF CAPLPER-RECORD(1:7) NOT = BL-MON-X
119000         ADD 1 TO BL-ROWS-OUT-OF-MONTH
119100         GO TO 2000-READ-LOOP
119200     END-IF
119300     PERFORM 2100-PRICE-ONE-ROW THRU 2100-EXIT
119400     IF BL-ABANDONED
119500         GO TO 2000-READS-DONE
119600     END-IF
119700     GO TO 2000-READ-LOOP.
119800 2000-READS-DONE.
119900     CLOSE CAPLPER-FILE.
120000 2000-EXIT.
120100     EXIT.
120200*-----------------------------------------------------------------
120300 2100-PRICE-ONE-ROW SECTION.
120400 2100-START.
120500     MOVE CAPLPER-RECORD(1:10) TO BL-ROW-DATE
120600     IF CAPLPER-RECORD(81:2) = "V2"
120700         MOVE CAPLPER-RECORD(98:80) TO BL-ROW-SOURCE
120800         MOVE CAPLPER-RECORD(84:4) TO BL-ROW-PUZZLE
120900         MOVE "N" TO BL-ROW-SHORT-SW
121000     ELSE
121100         MOVE SPACES TO BL-ROW-SOURCE
121200         MOVE CAPLPER-RECORD(12:40) TO BL-ROW-SOURCE
121300         MOVE SPACES TO BL-ROW-PUZZLE
121400         MOVE "Y" TO BL-ROW-SHORT-SW
121500     END-IF
121600     MOVE BL-ROW-SOURCE TO BL-CTL-WANT
121700     PERFORM 1450-SET-ROW-VENDOR THRU 1450-EXIT
121800     IF BL-ABANDONED
121900         GO TO 2100-EXIT
122000     END-IF
122100     IF CAPLPER-RECORD(62:8) = "REVERSAL"
122200         MOVE "V" TO BL-ROW-KIND
122300         ADD 1 TO BL-ROWS-REVERSED
122400         MOVE 1 TO BL-ROW-ROWS
122500         IF CAPLPER-RECORD(71:2) NUMERIC
122600             MOVE CAPLPER-RECORD(71:2) TO BL-ROW-ROWS
122700         END-IF
122800     ELSE
122900         MOVE "S" TO BL-ROW-KIND
123000         ADD 1 TO BL-ROWS-SCORED
123100         MOVE 1 TO BL-ROW-ROWS
123200     END-IF
123300     IF CAPLPER-RECORD(74:7) NUMERIC
123400         MOVE CAPLPER-RECORD(74:7) TO BL-ROW-DIGITS
123500     ELSE
123600         PERFORM 2150-ESTIMATE-DIGITS THRU 2150-EXIT
123700     END-IF
123800     PERFORM 1600-POST-CHARGE THRU 1600-EXIT
123900     IF BL-ABANDONED OR NOT BL-ROW-SCORED
124000         GO TO 2100-EXIT
124100     END-IF
124200     PERFORM 1200-FIND-CONTROL THRU 1200-EXIT
124300     IF BL-ABANDONED
124400         GO TO 2100-EXIT
124500     END-IF
124600     ADD 1 TO BL-CT-DETAIL(BL-TX)
124700     MOVE BL-VX TO BL-CT-VX(BL-TX).
124800 2100-EXIT.
124900     EXIT.
125000*-----------------------------------------------------------------
125100* 2150-ESTIMATE-DIGITS BILLS A ROW THAT CARRIES NO DIGIT COUNT ON
125200* THE SOURCE'S CAPMAST DIGIT COUNT, FOR EACH FILE IT STANDS FOR,
125300* AND COUNTS IT SO THE REGISTER CAN SAY SO.
125400*-----------------------------------------------------------------
125500 2150-ESTIMATE-DIGITS SECTION.
125600 2150-START.
125700     MOVE ZERO TO BL-ROW-DIGITS
125800     ADD 1 TO BL-ROWS-ESTIMATED
125900     MOVE 4 TO BL-NEW-RC
126000     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
126100     IF NOT BL-MAST-OPEN OR NOT BL-SRC-FOUND
126200         GO TO 2150-EXIT
126300     END-IF
126400     MOVE SR-SOURCE TO CM-SOURCE
126500     READ CAPMAST-FILE
126600         INVALID KEY
126700             GO TO 2150-EXIT
126800     END-READ
126900     COMPUTE BL-ROW-DIGITS = CM-DIGIT-COUNT * BL-ROW-ROWS.
127000 2150-EXIT.
127100     EXIT.
127200*-----------------------------------------------------------------
127300* 2300-SCAN-REJECTS PRICES THE RESUBMIT SURCHARGE FOR EVERY REJECT
127400* RAISED IN THE MONTH - THOSE ALREADY CLEARED TO CAPRJHST AND
127500* THOSE STILL ON CAPREJ. EITHER FILE MAY SIMPLY NOT EXIST.
127600*-----------------------------------------------------------------
127700 2300-SCAN-REJECTS SECTION.
127800 2300-START.
127900     OPEN INPUT CAPRJHST-FILE
128000     IF BL-CAPRJHST-STATUS NOT = "00"
128100         GO TO 2300-SUSPENSE
128200     END-IF.
128300 2300-HIST-LOOP.
128400     READ CAPRJHST-FILE
128500         AT END
128600             GO TO 2300-HIST-DONE
128700     END-READ
128800     MOVE CAPRJHST-RECORD(1:10) TO BL-ROW-DATE
128900     MOVE CAPRJHST-RECORD(12:80) TO BL-ROW-SOURCE
129000     MOVE CAPRJHST-RECORD(208:4) TO BL-ROW-PUZZLE
129100     PERFORM 2350-PRICE-ONE-REJECT THRU 2350-EXIT
129200     IF BL-ABANDONED
129300         GO TO 2300-HIST-DONE
129400     END-IF
129500     GO TO 2300-HIST-LOOP.
129600 2300-HIST-DONE.
129700     CLOSE CAPRJHST-FILE
129800     IF BL-ABANDONED
129900         GO TO 2300-EXIT
130000     END-IF.
130100 2300-SUSPENSE.
130200     OPEN INPUT CAPREJ-FILE
130300     IF BL-CAPREJ-STATUS NOT = "00"
130400         GO TO 2300-EXIT
130500     END-IF.
130600 2300-REJ-LOOP.
130700     READ CAPREJ-FILE
130800         AT END
130900             GO TO 2300-REJ-DONE
131000     END-READ
131100     MOVE CAPREJ-RECORD(1:10) TO BL-ROW-DATE
131200     MOVE CAPREJ-RECORD(12:80) TO BL-ROW-SOURCE
131300     MOVE CAPREJ-RECORD(208:4) TO BL-ROW-PUZZLE
131400     PERFORM 2350-PRICE-ONE-REJECT THRU 2350-EXIT
131500     IF BL-ABANDONED
131600         GO TO 2300-REJ-DONE
131700     END-IF
131800     GO TO 2300-REJ-LOOP.
131900 2300-REJ-DONE.
132000     CLOSE CAPREJ-FILE.
132100 2300-EXIT.
132200     EXIT.
132300*-----------------------------------------------------------------
132400 2350-PRICE-ONE-REJECT SECTION.
132500 2350-START.
132600     IF BL-ROW-DATE(1:7) NOT = BL-MON-X
132700         GO TO 2350-EXIT
132800     END-IF
132900     MOVE "N" TO BL-ROW-SHORT-SW
133000     PERFORM 1450-SET-ROW-VENDOR THRU 1450-EXIT
133100     IF BL-ABANDONED
133200         GO TO 2350-EXIT
133300     END-IF
133400     MOVE "J" TO BL-ROW-KIND
133500     MOVE 1 TO BL-ROW-ROWS
133600     MOVE ZERO TO BL-ROW-DIGITS
133700     ADD 1 TO BL-REJECTS-PRICED
133800     PERFORM 1600-POST-CHARGE THRU 1600-EXIT.
133900 2350-EXIT.
134000     EXIT.
134100*-----------------------------------------------------------------
134200* 2500-CHECK-CONTROLS PROVES THE PERIOD FILE AGAINST CAPLCTL: EACH
134300* SOURCE'S SCORING ROWS MUST NUMBER EXACTLY ITS BALANCE-FORWARD
134400* ENTRY COUNT. A SOURCE THAT DOES NOT AGREE HOLDS ITS VENDOR -
134500* SOMETHING HAS BEEN ADDED TO OR LOST FROM THE CLOSED MONTH.
134600*-----------------------------------------------------------------
134700 2500-CHECK-CONTROLS SECTION.
134800 2500-START.
134900     PERFORM 2510-CHECK-ONE-CONTROL THRU 2510-EXIT
135000         VARYING BL-TX FROM 1 BY 1
135100         UNTIL BL-TX > BL-CTL-COUNT OR BL-ABANDONED.
135200 2500-EXIT.
135300     EXIT.
135400*-----------------------------------------------------------------
135500 2510-CHECK-ONE-CONTROL SECTION.
135600 2510-START.
135700     IF BL-CT-ENTRIES(BL-TX) = BL-CT-DETAIL(BL-TX)
135800         GO TO 2510-EXIT
135900     END-IF
136000     IF BL-CT-VX(BL-TX) = ZERO
136100*       A CONTROL WITH NO ROWS BEHIND IT - FIND ITS VENDOR.
136200         MOVE BL-CT-SOURCE(BL-TX) TO BL-ROW-SOURCE
136300         MOVE SPACES TO BL-ROW-PUZZLE
136400         IF BL-CT-SOURCE(BL-TX)(41:40) = SPACES
136500             MOVE "Y" TO BL-ROW-SHORT-SW
136600         ELSE
136700             MOVE "N" TO BL-ROW-SHORT-SW
136800         END-IF
136900         PERFORM 1450-SET-ROW-VENDOR THRU 1450-EXIT
137000         IF BL-ABANDONED
137100             GO TO 2510-EXIT
137200         END-IF
137300         MOVE BL-VX TO BL-CT-VX(BL-TX)
137400     END-IF
137500     MOVE BL-CT-VX(BL-TX) TO BL-VX
137600     IF BL-VD-HOLD(BL-VX) = SPACE
137700         MOVE "C" TO BL-VD-HOLD(BL-VX)
137800     END-IF
137900     MOVE BL-CT-ENTRIES(BL-TX) TO BL-ED-COUNT
138000     MOVE BL-CT-DETAIL(BL-TX) TO BL-ED-COUNT-2
138100     MOVE " " TO CAPBLRPT-CTRL
138200     MOVE SPACES TO CAPBLRPT-LINE
138300     STRING "*** CONTROL MISMATCH - " DELIMITED BY SIZE
138400         BL-CT-SOURCE(BL-TX)(1:40) DELIMITED BY SIZE
138500         " CAPLCTL" DELIMITED BY SIZE
138600         BL-ED-COUNT DELIMITED BY SIZE
138700         "  PERIOD ROWS" DELIMITED BY SIZE
138800         BL-ED-COUNT-2 DELIMITED BY SIZE
138900         INTO CAPBLRPT-LINE
139000     WRITE CAPBLRPT-RECORD.
139100 2510-EXIT.
139200     EXIT.
139300*-----------------------------------------------------------------
139400* 2700-LOAD-HISTORY MARKS EVERY VENDOR CAPBLHST SHOWS AS ALREADY
139500* BILLED FOR THE MONTH, AND PICKS UP THE HIGHEST INVOICE NUMBER
139600* USED, SO A RERUN CONTINUES THE SEQUENCE. NO HISTORY YET IS FINE.
139700*-----------------------------------------------------------------
139800 2700-LOAD-HISTORY SECTION.
139900 2700-START.
140000     OPEN INPUT CAPBLHST-FILE
140100     IF BL-CAPBLHST-STATUS NOT = "00"
140200         GO TO 2700-EXIT
140300     END-IF.
140400 2700-READ-LOOP.
140500     READ CAPBLHST-FILE INTO BL-HIST-LINE
140600         AT END
140700             GO TO 2700-READS-DONE
140800     END-READ
140900     IF BL-HL-MONTH NOT = BL-MON-X
141000         GO TO 2700-READ-LOOP
141100     END-IF
141200     IF BL-HL-SEQ NUMERIC
141300         IF BL-HL-SEQ > BL-INV-SEQ
141400             MOVE BL-HL-SEQ TO BL-INV-SEQ
141500         END-IF
141600     END-IF
141700     MOVE ZERO TO BL-VX
141800     MOVE BL-HL-VENDOR TO BL-WANT-VENDOR
141900     PERFORM 1510-CHECK-ONE-VENDOR THRU 1510-EXIT
142000         VARYING BL-JX FROM 1 BY 1
142100         UNTIL BL-JX > BL-VND-COUNT OR BL-VX > ZERO
142200     IF BL-VX > ZERO
142300         MOVE "B" TO BL-VD-HOLD(BL-VX)
142400         MOVE BL-HL-INVOICE TO BL-VD-INVOICE(BL-VX)
142500         MOVE BL-HL-BILL-DATE TO BL-VD-BILL-DATE(BL-VX)
142600         MOVE BL-HL-NET TO BL-VD-NET(BL-VX)
142700     END-IF
142800     GO TO 2700-READ-LOOP.
142900 2700-READS-DONE.
143000     CLOSE CAPBLHST-FILE.
143100 2700-EXIT.
143200     EXIT.
143300*-----------------------------------------------------------------
143400* 2800-ORDER-VENDORS NUMBERS THE VENDORS IN NAME ORDER, WHICH IS
143500* THE ORDER THE INVOICES ARE NUMBERED AND PRINTED IN.
143600*-----------------------------------------------------------------
143700 2800-ORDER-VENDORS SECTION.
143800 2800-START.
143900     PERFORM 2810-ORDER-ONE-VENDOR THRU 2810-EXIT
144000         VARYING BL-VX FROM 1 BY 1
144100         UNTIL BL-VX > BL-VND-COUNT.
144200 2800-EXIT.
144300     EXIT.
144400*-----------------------------------------------------------------
144500 2810-ORDER-ONE-VENDOR SECTION.
144600 2810-START.
144700     MOVE 1 TO BL-VD-ORDER(BL-VX)
144800     PERFORM 2820-COMPARE-ONE-VENDOR THRU 2820-EXIT
144900         VARYING BL-JX FROM 1 BY 1
145000         UNTIL BL-JX > BL-VND-COUNT.
145100 2810-EXIT.
145200     EXIT.
145300*-----------------------------------------------------------------
145400 2820-COMPARE-ONE-VENDOR SECTION.
145500 2820-START.
145600     IF BL-VD-VENDOR(BL-JX) < BL-VD-VENDOR(BL-VX)
145700         ADD 1 TO BL-VD-ORDER(BL-VX)
145800     END-IF.
145900 2820-EXIT.
146000     EXIT.
146100*-----------------------------------------------------------------
146200* 3000-BILL-VENDORS OPENS THE JOURNAL AND THE HISTORY AND BILLS
146300* EVERY VENDOR NOT HELD, IN NAME ORDER. WITHOUT BOTH OUTPUTS
146400* NOTHING IS BILLED: AN INVOICE WITH NO JOURNAL OR NO HISTORY ROW
146500* IS EXACTLY HOW A MONTH GETS BILLED TWICE.
146600*-----------------------------------------------------------------
146700 3000-BILL-VENDORS SECTION.
146800 3000-START.
146900     MOVE BL-MON-END-X TO BL-GL-DATE
147000     MOVE BL-JOURNAL-ID TO BL-GL-JOURNAL
147100     OPEN OUTPUT CAPGLJNL-FILE
147200     IF BL-CAPGLJNL-STATUS NOT = "00"
147300         DISPLAY "CAPBILL - UNABLE TO OPEN "
147400             BL-CAPGLJNL-NAME(1:20) ", STATUS "
147500             BL-CAPGLJNL-STATUS " - NOTHING BILLED"
147600         MOVE 8 TO BL-NEW-RC
147700         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
147800         GO TO 3000-EXIT
147900     END-IF
148000     MOVE "Y" TO BL-GL-OPEN-SW
148100     OPEN EXTEND CAPBLHST-FILE
148200     IF BL-CAPBLHST-STATUS = "05" OR BL-CAPBLHST-STATUS = "35"
148300         OPEN OUTPUT CAPBLHST-FILE
148400     END-IF
148500     IF BL-CAPBLHST-STATUS NOT = "00"
148600         DISPLAY "CAPBILL - UNABLE TO OPEN CAPBLHST, STATUS "
148700             BL-CAPBLHST-STATUS " - NOTHING BILLED"
148800         MOVE 8 TO BL-NEW-RC
148900         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
149000         GO TO 3000-CLOSE-JOURNAL
149100     END-IF
149200     MOVE "Y" TO BL-HIST-OPEN-SW
149300     PERFORM 3100-BILL-ONE-PLACE THRU 3100-EXIT
149400         VARYING BL-OX FROM 1 BY 1
149500         UNTIL BL-OX > BL-VND-COUNT
149600     CLOSE CAPBLHST-FILE.
149700 3000-CLOSE-JOURNAL.
149800     MOVE BL-MON-END-X TO BL-GT-DATE
149900     MOVE BL-JOURNAL-ID TO BL-GT-JOURNAL
150000     MOVE BL-GL-LINES TO BL-GT-LINES
150100     MOVE BL-GL-DR-TOTAL TO BL-GT-DR-TOTAL
150200     MOVE BL-GL-CR-TOTAL TO BL-GT-CR-TOTAL
150300     WRITE CAPGLJNL-RECORD FROM BL-GL-TRAILER
150400     CLOSE CAPGLJNL-FILE.
150500 3000-EXIT.
150600     EXIT.
150700*-----------------------------------------------------------------
150800 3100-BILL-ONE-PLACE SECTION.
150900 3100-START.
151000     PERFORM 3110-CHECK-ONE-PLACE THRU 3110-EXIT
151100         VARYING BL-VX FROM 1 BY 1
151200         UNTIL BL-VX > BL-VND-COUNT.
151300 3100-EXIT.
151400     EXIT.
151500*-----------------------------------------------------------------
151600 3110-CHECK-ONE-PLACE SECTION.
151700 3110-START.
151800     IF BL-VD-ORDER(BL-VX) = BL-OX AND BL-VD-HOLD(BL-VX) = SPACE
151900         PERFORM 3200-BILL-ONE-VENDOR THRU 3200-EXIT
152000     END-IF.
152100 3110-EXIT.
152200     EXIT.
152300*-----------------------------------------------------------------
152400* 3200-BILL-ONE-VENDOR PRINTS ONE INVOICE - A LINE PER CHARGE PER
152500* TYPE AND RATE, CREDITS SHOWN WITH A TRAILING MINUS - POSTS ITS
152600* JOURNAL LINES AND THE RECEIVABLE FOR THE NET, AND RECORDS IT ON
152700* CAPBLHST.
152800*-----------------------------------------------------------------
152900 3200-BILL-ONE-VENDOR SECTION.
153000 3200-START.
153100     ADD 1 TO BL-INV-SEQ
153200     MOVE BL-INV-SEQ TO BL-IN-SEQ
153300     MOVE BL-INVOICE-NO TO BL-VD-INVOICE(BL-VX)
153400     MOVE BL-RUN-DATE-X TO BL-VD-BILL-DATE(BL-VX)
153500     MOVE ZERO TO BL-INV-TOTAL
153600     MOVE BL-INVOICE-NO TO BL-IH-INVOICE
153700     MOVE BL-VD-VENDOR(BL-VX) TO BL-IH-VENDOR
153800     MOVE BL-MON-X TO BL-IH-PERIOD
153900     MOVE BL-RUN-DATE-X TO BL-IH-DATE
154000     MOVE " " TO CAPBLRPT-CTRL
154100     MOVE BL-INV-HEAD-LINE TO CAPBLRPT-LINE
154200     WRITE CAPBLRPT-RECORD
154300     MOVE BL-INV-COL-LINE TO CAPBLRPT-LINE
154400     WRITE CAPBLRPT-RECORD
154500     PERFORM 3300-BILL-ONE-CHARGE THRU 3300-EXIT
154600         VARYING BL-CX FROM 1 BY 1
154700         UNTIL BL-CX > BL-CHG-COUNT
154800     MOVE SPACES TO BL-IT-LABEL
154900     MOVE "INVOICE TOTAL" TO BL-IT-LABEL
155000     MOVE BL-INV-TOTAL TO BL-IT-AMOUNT
155100     MOVE BL-INV-TOTAL-LINE TO CAPBLRPT-LINE
155200     WRITE CAPBLRPT-RECORD
155300     MOVE SPACES TO CAPBLRPT-LINE
155400     WRITE CAPBLRPT-RECORD
155500*    THE RECEIVABLE - A DEBIT, OR A CREDIT WHEN REVERSALS OUTRUN
155600*    THE MONTH'S CHARGES.
155700     MOVE BL-ACCT-RECEIVABLE TO BL-LINE-ACCOUNT
155800     MOVE "RECEIVABLE - CHARGEBACK" TO BL-LINE-DESC
155900     MOVE SPACES TO BL-GL-PUZZLE
156000     IF BL-INV-TOTAL < ZERO
156100         MOVE "CR" TO BL-GL-DRCR
156200         COMPUTE BL-AMOUNT = ZERO - BL-INV-TOTAL
156300     ELSE
156400         MOVE "DR" TO BL-GL-DRCR
156500         MOVE BL-INV-TOTAL TO BL-AMOUNT
156600     END-IF
156700     PERFORM 3400-WRITE-GL-LINE THRU 3400-EXIT
156800     MOVE BL-INV-TOTAL TO BL-VD-NET(BL-VX)
156900     ADD BL-INV-TOTAL TO BL-REG-TOTAL
157000     ADD 1 TO BL-VENDORS-BILLED
157100     MOVE BL-MON-X TO BL-HL-MONTH
157200     MOVE BL-VD-VENDOR(BL-VX) TO BL-HL-VENDOR
157300     MOVE BL-INVOICE-NO TO BL-HL-INVOICE
157400     MOVE BL-RUN-DATE-X TO BL-HL-BILL-DATE
157500     MOVE BL-INV-TOTAL TO BL-HL-NET
157600     MOVE "BILLED" TO BL-HL-STATUS
157700     WRITE CAPBLHST-RECORD FROM BL-HIST-LINE
157800     IF BL-CAPBLHST-STATUS NOT = "00"
157900         DISPLAY "CAPBILL - CAPBLHST WRITE FAILED, STATUS "
158000             BL-CAPBLHST-STATUS " - INVOICE " BL-INVOICE-NO
158100             " MUST BE ADDED BY HAND BEFORE ANY RERUN"
158200         MOVE 8 TO BL-NEW-RC
158300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
158400     END-IF.
158500 3200-EXIT.
158600     EXIT.
158700*-----------------------------------------------------------------
158800* 3300-BILL-ONE-CHARGE PRINTS AND POSTS THE LINES OF ONE OF THE
158900* VENDOR'S CHARGE ENTRIES - FILES, DIGITS, SURCHARGES AND THE TWO
159000* KINDS OF CREDIT - SKIPPING ANY WITH NOTHING ON IT.
159100*-----------------------------------------------------------------
159200 3300-BILL-ONE-CHARGE SECTION.
159300 3300-START.
159400     IF BL-CH-VX(BL-CX) NOT = BL-VX
159500         GO TO 3300-EXIT
159600     END-IF
159700     MOVE BL-CH-RX(BL-CX) TO BL-RX
159800     MOVE BL-CH-PUZZLE(BL-CX) TO BL-ID-PUZZLE
159900     MOVE BL-CH-PUZZLE(BL-CX) TO BL-GL-PUZZLE
160000     MOVE BL-RT-FROM(BL-RX) TO BL-ID-FROM
160100     MOVE SPACE TO BL-LINE-SIGN
160200     IF BL-CH-FILES(BL-CX) > ZERO
160300         MOVE BL-CH-FILES(BL-CX) TO BL-LINE-QTY
160400         MOVE BL-RT-FILE-FEE(BL-RX) TO BL-LINE-RATE
160500         COMPUTE BL-AMOUNT = BL-LINE-QTY * BL-LINE-RATE
160600         MOVE "FILES SCORED" TO BL-LINE-DESC
160700         MOVE BL-ACCT-FILE-FEES TO BL-LINE-ACCOUNT
160800         PERFORM 3350-PRINT-AND-POST THRU 3350-EXIT
160900     END-IF
161000     IF BL-CH-DIGITS(BL-CX) > ZERO
161100         MOVE BL-CH-DIGITS(BL-CX) TO BL-LINE-QTY
161200         MOVE BL-RT-DIGIT-FEE(BL-RX) TO BL-LINE-RATE
161300         COMPUTE BL-AMOUNT ROUNDED =
161400             BL-LINE-QTY * BL-LINE-RATE / 1000
161500         MOVE "DIGITS SCORED, PER 1000" TO BL-LINE-DESC
161600         MOVE BL-ACCT-DIGIT-FEES TO BL-LINE-ACCOUNT
161700         PERFORM 3350-PRINT-AND-POST THRU 3350-EXIT
161800     END-IF
161900     IF BL-CH-REJECTS(BL-CX) > ZERO
162000         MOVE BL-CH-REJECTS(BL-CX) TO BL-LINE-QTY
162100         MOVE BL-RT-SURCHARGE(BL-RX) TO BL-LINE-RATE
162200         COMPUTE BL-AMOUNT = BL-LINE-QTY * BL-LINE-RATE
162300         MOVE "REJECT/RESUBMIT SURCHARGE" TO BL-LINE-DESC
162400         MOVE BL-ACCT-SURCHARGES TO BL-LINE-ACCOUNT
162500         PERFORM 3350-PRINT-AND-POST THRU 3350-EXIT
162600     END-IF
162700     MOVE "C" TO BL-LINE-SIGN
162800     IF BL-CH-CR-FILES(BL-CX) > ZERO
162900         MOVE BL-CH-CR-FILES(BL-CX) TO BL-LINE-QTY
163000         MOVE BL-RT-FILE-FEE(BL-RX) TO BL-LINE-RATE
163100         COMPUTE BL-AMOUNT = BL-LINE-QTY * BL-LINE-RATE
163200         MOVE "CREDIT - FILES REVERSED" TO BL-LINE-DESC
163300         MOVE BL-ACCT-CREDITS TO BL-LINE-ACCOUNT
163400         PERFORM 3350-PRINT-AND-POST THRU 3350-EXIT
163500     END-IF
163600     IF BL-CH-CR-DIGITS(BL-CX) > ZERO
163700         MOVE BL-CH-CR-DIGITS(BL-CX) TO BL-LINE-QTY
163800         MOVE BL-RT-DIGIT-FEE(BL-RX) TO BL-LINE-RATE
163900         COMPUTE BL-AMOUNT ROUNDED =
164000             BL-LINE-QTY * BL-LINE-RATE / 1000
164100         MOVE "CREDIT - DIGITS REVERSED" TO BL-LINE-DESC
164200         MOVE BL-ACCT-CREDITS TO BL-LINE-ACCOUNT
164300         PERFORM 3350-PRINT-AND-POST THRU 3350-EXIT
164400     END-IF.
164500 3300-EXIT.
164600     EXIT.
164700*-----------------------------------------------------------------
164800* 3350-PRINT-AND-POST PRINTS ONE INVOICE LINE AND POSTS IT: A
164900* CHARGE IS A CREDIT TO ITS REVENUE ACCOUNT, A REVERSAL CREDIT A
165000* DEBIT TO THE CONTRA ACCOUNT.
165100*-----------------------------------------------------------------
165200 3350-PRINT-AND-POST SECTION.
165300 3350-START.
165400     MOVE BL-LINE-DESC TO BL-ID-DESC
165500     MOVE BL-LINE-QTY TO BL-ID-QTY
165600     MOVE BL-LINE-RATE TO BL-ID-RATE
165700     IF BL-LINE-IS-CREDIT
165800         COMPUTE BL-ID-AMOUNT = ZERO - BL-AMOUNT
165900         SUBTRACT BL-AMOUNT FROM BL-INV-TOTAL
166000         MOVE "DR" TO BL-GL-DRCR
166100     ELSE
166200         MOVE BL-AMOUNT TO BL-ID-AMOUNT
166300         ADD BL-AMOUNT TO BL-INV-TOTAL
166400         MOVE "CR" TO BL-GL-DRCR
166500     END-IF
166600     MOVE " " TO CAPBLRPT-CTRL
166700     MOVE BL-INV-DETAIL-LINE TO CAPBLRPT-LINE
166800     WRITE CAPBLRPT-RECORD
166900     IF BL-AMOUNT > ZERO
167000         PERFORM 3400-WRITE-GL-LINE THRU 3400-EXIT
167100     END-IF.
167200 3350-EXIT.
167300     EXIT.
167400*-----------------------------------------------------------------
167500* 3400-WRITE-GL-LINE WRITES ONE JOURNAL LINE FOR BL-AMOUNT ON THE
167600* CURRENT VENDOR AND INVOICE TO BL-LINE-ACCOUNT, ON THE SIDE IN
167700* BL-GL-DRCR.
167800*-----------------------------------------------------------------
167900 3400-WRITE-GL-LINE SECTION.
168000 3400-START.
168100     MOVE BL-LINE-ACCOUNT TO BL-GL-ACCOUNT
168200     MOVE BL-AMOUNT TO BL-GL-AMOUNT
168300     MOVE BL-VD-VENDOR(BL-VX) TO BL-GL-VENDOR
168400     MOVE BL-INVOICE-NO TO BL-GL-INVOICE
168500     MOVE BL-LINE-DESC TO BL-GL-DESC
168600     WRITE CAPGLJNL-RECORD FROM BL-GL-LINE
168700     IF BL-CAPGLJNL-STATUS NOT = "00"
168800         DISPLAY "CAPBILL - CAPGLJNL WRITE FAILED, STATUS "
168900             BL-CAPGLJNL-STATUS " - INVOICE " BL-INVOICE-NO
169000         MOVE 8 TO BL-NEW-RC
169100         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
169200         GO TO 3400-EXIT
169300     END-IF
169400     ADD 1 TO BL-GL-LINES
169500     IF BL-GL-DRCR = "DR"
169600         ADD BL-AMOUNT TO BL-GL-DR-TOTAL
169700     ELSE
169800         ADD BL-AMOUNT TO BL-GL-CR-TOTAL
169900     END-IF.
170000 3400-EXIT.
170100     EXIT.
170200*-----------------------------------------------------------------
170300* 3700-PRINT-EXCEPTIONS LISTS EVERY VENDOR NOT BILLED THIS RUN
170400* AND WHY, WITH THE UNPRICED ACTIVITY BEHIND A MISSING RATE.
170500*-----------------------------------------------------------------
170600 3700-PRINT-EXCEPTIONS SECTION.
170700 3700-START.
170800     MOVE " " TO CAPBLRPT-CTRL
170900     MOVE SPACES TO CAPBLRPT-LINE
171000     STRING "VENDORS NOT BILLED THIS RUN:"
171100         DELIMITED BY SIZE INTO CAPBLRPT-LINE
171200     WRITE CAPBLRPT-RECORD
171300     PERFORM 3710-EXCEPTION-ONE-PLACE THRU 3710-EXIT
171400         VARYING BL-OX FROM 1 BY 1
171500         UNTIL BL-OX > BL-VND-COUNT
171600     IF BL-VENDORS-HELD = ZERO AND BL-VENDORS-PRIOR = ZERO
171700         MOVE SPACES TO CAPBLRPT-LINE
171800         STRING "   NONE" DELIMITED BY SIZE INTO CAPBLRPT-LINE
171900         WRITE CAPBLRPT-RECORD
172000     END-IF
172100     MOVE SPACES TO CAPBLRPT-LINE
172200     WRITE CAPBLRPT-RECORD.
172300 3700-EXIT.
172400     EXIT.
172500*-----------------------------------------------------------------
172600 3710-EXCEPTION-ONE-PLACE SECTION.
172700 3710-START.
172800     PERFORM 3720-EXCEPTION-ONE-VENDOR THRU 3720-EXIT
172900         VARYING BL-VX FROM 1 BY 1
173000         UNTIL BL-VX > BL-VND-COUNT.
173100 3710-EXIT.
173200     EXIT.
173300*-----------------------------------------------------------------
173400 3720-EXCEPTION-ONE-VENDOR SECTION.
173500 3720-START.
173600     IF BL-VD-ORDER(BL-VX) NOT = BL-OX
173700             OR BL-VD-HOLD(BL-VX) = SPACE
173800         GO TO 3720-EXIT
173900     END-IF
174000     MOVE BL-VD-VENDOR(BL-VX) TO BL-EX-VENDOR
174100     MOVE SPACES TO BL-EX-TEXT
174200     EVALUATE BL-VD-HOLD(BL-VX)
174300         WHEN "B"
174400             ADD 1 TO BL-VENDORS-PRIOR
174500             MOVE 4 TO BL-NEW-RC
174600             STRING "ALREADY BILLED FOR THE MONTH ON INVOICE "
174700                 DELIMITED BY SIZE
174800                 BL-VD-INVOICE(BL-VX) DELIMITED BY SIZE
174900                 " OF " DELIMITED BY SIZE
175000                 BL-VD-BILL-DATE(BL-VX) DELIMITED BY SIZE
175100                 " - NOT BILLED AGAIN" DELIMITED BY SIZE
175200                 INTO BL-EX-TEXT
175300         WHEN "R"
175400             ADD 1 TO BL-VENDORS-HELD
175500             MOVE 8 TO BL-NEW-RC
175600             STRING "HELD - ACTIVITY FOR SOURCES NOT ON THE "
175700                 "CAPSRCE REGISTRY - REGISTER THEM AND RERUN"
175800                 DELIMITED BY SIZE INTO BL-EX-TEXT
175900         WHEN "U"
176000             ADD 1 TO BL-VENDORS-HELD
176100             MOVE 8 TO BL-NEW-RC
176200             STRING "HELD - NO CAPRATE RATE IN FORCE FOR SOME "
176300                 "OF THE MONTH'S ACTIVITY (BELOW) - ADD ONE "
176400                 "AND RERUN"
176500                 DELIMITED BY SIZE INTO BL-EX-TEXT
176600         WHEN OTHER
176700             ADD 1 TO BL-VENDORS-HELD
176800             MOVE 8 TO BL-NEW-RC
176900             STRING "HELD - PERIOD ROWS DISAGREE WITH CAPLCTL "
177000                 "CONTROLS (SEE ABOVE) - RECLOSE THE MONTH"
177100                 DELIMITED BY SIZE INTO BL-EX-TEXT
177200     END-EVALUATE
177300     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
177400     MOVE " " TO CAPBLRPT-CTRL
177500     MOVE BL-EXC-LINE TO CAPBLRPT-LINE
177600     WRITE CAPBLRPT-RECORD
177700     IF BL-VD-HOLD(BL-VX) = "U"
177800         PERFORM 3730-LIST-UNPRICED THRU 3730-EXIT
177900             VARYING BL-CX FROM 1 BY 1
178000             UNTIL BL-CX > BL-CHG-COUNT
178100     END-IF.
178200 3720-EXIT.
178300     EXIT.
178400*-----------------------------------------------------------------
178500 3730-LIST-UNPRICED SECTION.
178600 3730-START.
178700     IF BL-CH-VX(BL-CX) NOT = BL-VX OR BL-CH-RX(BL-CX) NOT = ZERO
178800         GO TO 3730-EXIT
178900     END-IF
179000     MOVE BL-CH-FILES(BL-CX) TO BL-ED-COUNT
179100     MOVE BL-CH-REJECTS(BL-CX) TO BL-ED-COUNT-2
179200     MOVE SPACES TO CAPBLRPT-LINE
179300     STRING "                           TYPE "
179400         DELIMITED BY SIZE
179500         BL-CH-PUZZLE(BL-CX) DELIMITED BY SIZE
179600         " - FILES" DELIMITED BY SIZE
179700         BL-ED-COUNT DELIMITED BY SIZE
179800         "  REJECTS" DELIMITED BY SIZE
179900         BL-ED-COUNT-2 DELIMITED BY SIZE
180000         INTO CAPBLRPT-LINE
180100     WRITE CAPBLRPT-RECORD
180200     MOVE BL-CH-CR-FILES(BL-CX) TO BL-ED-COUNT
180300     IF BL-CH-CR-FILES(BL-CX) > ZERO
180400         MOVE SPACES TO CAPBLRPT-LINE
180500         STRING "                           TYPE "
180600             DELIMITED BY SIZE
180700             BL-CH-PUZZLE(BL-CX) DELIMITED BY SIZE
180800             " - FILES REVERSED" DELIMITED BY SIZE
180900             BL-ED-COUNT DELIMITED BY SIZE
181000             INTO CAPBLRPT-LINE
181100         WRITE CAPBLRPT-RECORD
181200     END-IF.
181300 3730-EXIT.
181400     EXIT.
181500*-----------------------------------------------------------------
181600 3800-PRINT-SUMMARY SECTION.
181700 3800-START.
181800     MOVE " " TO CAPBLRPT-CTRL
181900     MOVE SPACES TO CAPBLRPT-LINE
182000     STRING "RUN SUMMARY:" DELIMITED BY SIZE INTO CAPBLRPT-LINE
182100     WRITE CAPBLRPT-RECORD
182200     MOVE "RATE ROWS LOADED.................." TO BL-SL-LABEL
182300     MOVE BL-RATES-LOADED TO BL-SL-COUNT
182400     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
182500     MOVE "RATE ROWS NOT USED................" TO BL-SL-LABEL
182600     MOVE BL-RATES-BAD TO BL-SL-COUNT
182700     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
182800     MOVE "PERIOD ROWS READ.................." TO BL-SL-LABEL
182900     MOVE BL-ROWS-READ TO BL-SL-COUNT
183000     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
183100     MOVE "  FILES SCORED...................." TO BL-SL-LABEL
183200     MOVE BL-ROWS-SCORED TO BL-SL-COUNT
183300     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
183400     MOVE "  REVERSAL ROWS..................." TO BL-SL-LABEL
183500     MOVE BL-ROWS-REVERSED TO BL-SL-COUNT
183600     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
183700     MOVE "  DATED OUTSIDE THE MONTH........." TO BL-SL-LABEL
183800     MOVE BL-ROWS-OUT-OF-MONTH TO BL-SL-COUNT
183900     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
184000     MOVE "  DIGITS TAKEN FROM CAPMAST......." TO BL-SL-LABEL
184100     MOVE BL-ROWS-ESTIMATED TO BL-SL-COUNT
184200     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
184300     MOVE "REJECTS SURCHARGED................" TO BL-SL-LABEL
184400     MOVE BL-REJECTS-PRICED TO BL-SL-COUNT
184500     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
184600     MOVE "VENDORS BILLED...................." TO BL-SL-LABEL
184700     MOVE BL-VENDORS-BILLED TO BL-SL-COUNT
184800     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
184900     MOVE "VENDORS HELD......................" TO BL-SL-LABEL
185000     MOVE BL-VENDORS-HELD TO BL-SL-COUNT
185100     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
185200     MOVE "VENDORS ALREADY BILLED............" TO BL-SL-LABEL
185300     MOVE BL-VENDORS-PRIOR TO BL-SL-COUNT
185400     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
185500     MOVE "JOURNAL LINES WRITTEN............." TO BL-SL-LABEL
185600     MOVE BL-GL-LINES TO BL-SL-COUNT
185700     PERFORM 3810-WRITE-SUM-LINE THRU 3810-EXIT
185800     MOVE SPACES TO BL-IT-LABEL
185900     MOVE "NET BILLED THIS RUN" TO BL-IT-LABEL
186000     MOVE BL-REG-TOTAL TO BL-IT-AMOUNT
186100     MOVE BL-INV-TOTAL-LINE TO CAPBLRPT-LINE
186200     WRITE CAPBLRPT-RECORD.
186300 3800-EXIT.
186400     EXIT.
186500*-----------------------------------------------------------------
186600 3810-WRITE-SUM-LINE SECTION.
186700 3810-START.
186800     MOVE " " TO CAPBLRPT-CTRL
186900     MOVE BL-SUM-LINE TO CAPBLRPT-LINE
187000     WRITE CAPBLRPT-RECORD.
187100 3810-EXIT.
187200     EXIT.
187300*-----------------------------------------------------------------
187400 7900-PRINT-FOOTER SECTION.
187500 7900-START.
187600     MOVE " " TO CAPBLRPT-CTRL
187700     IF BL-ABANDONED
187800         MOVE SPACES TO CAPBLRPT-LINE
187900         STRING "*** NOTHING BILLED - CONDITION " BL-RUN-RC
188000             " - SEE THE JOB LOG ***"
188100             DELIMITED BY SIZE INTO CAPBLRPT-LINE
188200         WRITE CAPBLRPT-RECORD
188300     END-IF
188400     MOVE SPACES TO CAPBLRPT-LINE
188500     WRITE CAPBLRPT-RECORD
188600     MOVE "***** END OF CAPBILL INVOICE REGISTER *****"
188700         TO CAPBLRPT-LINE
188800     WRITE CAPBLRPT-RECORD.
188900 7900-EXIT.
189000     EXIT.
189100*-----------------------------------------------------------------
189200* 8000-WRITE-REPORT-INDEX RECORDS THE CAPBLRPT GENERATION ON THE
189210* CAPRPIDX INDEX UNDER THE FIRST OF ITS MONTH, FOR CAPRPRNT. EVERY
189220* RUN HAS A GENERATION OF ITS OWN, SO NO NAME IS RECORDED TWICE.
189400*-----------------------------------------------------------------
189500 8000-WRITE-REPORT-INDEX SECTION.
189600 8000-START.
189700     OPEN EXTEND CAPRPIDX-FILE
189800     IF BL-CAPRPIDX-STATUS = "05" OR BL-CAPRPIDX-STATUS = "35"
189900         OPEN OUTPUT CAPRPIDX-FILE
190000     END-IF
190100     IF BL-CAPRPIDX-STATUS NOT = "00"
190200         DISPLAY "CAPBILL - UNABLE TO OPEN CAPRPIDX, STATUS "
190300             BL-CAPRPIDX-STATUS
190400         GO TO 8000-EXIT
190500     END-IF
190600     MOVE BL-CAPBLRPT-NAME(1:20) TO BL-RX-NAME
190700     MOVE "CAPBLRPT" TO BL-RX-TYPE
190800     MOVE SPACES TO BL-RX-DATE
190900     STRING BL-MON-X DELIMITED BY SIZE
191000         "-01" DELIMITED BY SIZE
191100         INTO BL-RX-DATE
191200     MOVE BL-RUN-RC TO BL-RX-RC
191300     WRITE CAPRPIDX-RECORD FROM BL-RPIDX-LINE
191400     CLOSE CAPRPIDX-FILE.
191500 8000-EXIT.
191600     EXIT.
191700*-----------------------------------------------------------------
191800* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
191900* BL-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
192000* CONDITIONS ONLY EVER ESCALATE.
192100*-----------------------------------------------------------------
192200 9000-RAISE-CONDITION SECTION.
192300 9000-START.
192400     IF BL-NEW-RC > BL-RUN-RC
192500         MOVE BL-NEW-RC TO BL-RUN-RC
192600     END-IF.
192700 9000-EXIT.
192800     EXIT.
192900*-----------------------------------------------------------------
193000* 9100-TABLE-FULL STOPS THE RUN WHEN THE TABLE NAMED IN
193100* BL-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. NOTHING HAS BEEN
193200* WRITTEN YET, SO NOTHING IS BILLED.
193300*-----------------------------------------------------------------
193400 9100-TABLE-FULL SECTION.
193500 9100-START.
193600     DISPLAY "CAPBILL - " BL-FULL-TABLE " TABLE FULL (RATE 200, "
193700         "VENDOR 100, CHARGE 500, SOURCE 1000) - NOTHING BILLED"
193800     MOVE " " TO CAPBLRPT-CTRL
193900     MOVE SPACES TO CAPBLRPT-LINE
194000     STRING "*** " BL-FULL-TABLE " TABLE FULL - RAISE ITS OCCURS "
194100         "LIMIT IN CAPBILL AND RERUN ***"
194200         DELIMITED BY SIZE INTO CAPBLRPT-LINE
194300     WRITE CAPBLRPT-RECORD
194400     MOVE "Y" TO BL-ABANDON-SW
194500     MOVE 16 TO BL-NEW-RC
194600     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
194700 9100-EXIT.
194800     EXIT.
194900*-----------------------------------------------------------------
195000 END PROGRAM CAPBILL.
