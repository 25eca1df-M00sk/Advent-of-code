002800*             FIELDS FIRST-DATE, LAST-DATE, TIMES, DIGITS, ANS,
002900*             HALFWAY, BLANK-SEPARATED (ADD/CHANGE).
003000*
003003*             NO ONE PERSON CAN CHANGE THE MASTER. THE JOB RUNS
003006*             TWICE FOR EVERY CHANGE:
003009*
003012*             STAGING RUN (CAPMNMODE BLANK OR STAGE) - EACH CARD
003015*             IS CHECKED AND, IF ITS USER ID (THE MAKER) MAY ENTER
003018*             THE ACTION, WRITTEN TO THE CAPMPEND PENDING FILE
003021*             UNDER A NEW ITEM NUMBER. THE MASTER IS NOT TOUCHED.
003024*
003027*             APPROVAL RUN (CAPMNMODE=APPROVE) - EACH CAPMAPPR
003030*             DECISION CARD NAMES A PENDING ITEM AND THE CHECKER:
003033*               COL  1      A APPROVE, X REJECT
003036*               COLS 3-22   CHECKER'S USER ID
003039*               COLS 24-29  PENDING ITEM NUMBER
003042*               COLS 31-66  REMARK
003045*             AN APPROVED ITEM IS APPLIED TO THE MASTER ONLY IF
003048*             THE CHECKER MAY APPROVE THE ACTION AND IS NOT THE
003051*             MAKER. AN ITEM STILL UNDECIDED AFTER CAPMNEXP DAYS
003054*             (DEFAULT 7) EXPIRES AND MUST BE STAGED AGAIN.
003057*             EVERY ITEM REJECTED, FAILED ON APPLY, EXPIRED OR
003060*             STILL WAITING IS LISTED ON THE CAPMPRPT PENDING-
003063*             ITEMS REPORT. CAPMPEND KEEPS EVERY ITEM WITH ITS
003066*             OUTCOME AS THE RECORD OF WHO APPROVED WHAT.
003069*
003072*             WHO MAY DO WHAT IS ON THE CAPOPER AUTHORIZED-
003075*             OPERATOR FILE, ONE ROW PER USER ID:
003078*               COLS  1-20  USER ID
003081*               COLS 22-25  ACTIONS THE USER MAY ENTER (ACDR)
003084*               COLS 27-30  ACTIONS THE USER MAY APPROVE (ACDR)
003087*             A ROW STARTING * IS A COMMENT. A USER NOT ON THE
003088*             FILE MAY DO NEITHER. THE USER ID ON A CARD OR A
003089*             DECISION CARD MUST BE THE LOGON ID OF THE USER
003090*             RUNNING THE JOB; ANY OTHER ID IS TURNED DOWN.
003093*
003100*             EVERY APPLIED TRANSACTION IS ECHOED TO THE CAPAUDIT
003200*             TRAIL WITH THE CARD'S USER ID, ITS ACTION CODE AND
003300*             REASON CODE IN COLS 110-113, AND THE VALUES NOW
003510*             THE OLD KEY AS ITS ROW LEAVES, THEN R UNDER THE NEW
003520*             KEY - SO THE AUDITORS SEE EVERY HAND THAT TOUCHED
003600*             THE MASTER AND A REPLAYING READER DROPS THE STALE
003610*             KEY INSTEAD OF RESURRECTING IT. THE CARD'S USER ID
003620*             IS THE MAKER; THE CHECKER WHO APPROVED IT FOLLOWS
003630*             IN COLS 221-240. A PROOF REPORT ON CAPMNRPT SHOWS
003640*             EVERY CARD STAGED, APPLIED OR REJECTED.
003800*
003810*             CONDITIONS: 0 ALL STAGED OR APPLIED, 4 SOMETHING
003820*             REJECTED, REFUSED OR EXPIRED, 8 FILE TROUBLE, 16 NO
003830*             OPERATOR FILE, TRANSACTION FILE OR MASTER, OR A
003840*             TABLE FULL.
004100*
004200* MODIFICATION HISTORY.
004300*   2026-09-03  M00SK  ORIGINAL VERSION.
004310*   2026-10-15  M00SK  THE AUDIT ECHO IS WRITTEN IN THE V2 LAYOUT,
004320*                      CARRYING THE FULL 80-BYTE KEY AND THE
004330*                      PUZZLE TYPE LOOKED UP ON CAPSRCE.
004338*   2026-10-15  M00SK  MAKER-CHECKER. CARDS ARE STAGED TO CAPMPEND
004346*                      BY A CAPOPER OPERATOR ALLOWED TO ENTER THEM
004354*                      AND APPLIED ONLY BY AN APPROVAL RUN ON THE
004362*                      CAPMAPPR CARD OF ANOTHER OPERATOR WHO MAY
004370*                      APPROVE THEM. CAPMPRPT LISTS REJECTED,
004378*                      FAILED, EXPIRED AND WAITING ITEMS. AUDIT
004386*                      RECORDS WIDENED TO 240 FOR THE CHECKER.
004388*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
004390*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
004392*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
004394*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
004404*   2026-10-15  M00SK  CAPMAST CARRIES THE DISPUTE HOLD FLAG. A
004414*                      DELETE OR RENAME OF A ROW ON HOLD UNDER AN
004424*                      OPEN CAPDMNT DISPUTE FAILS ON APPLY - ITS
004434*                      HELD EXTRACT ROWS ARE KEYED BY THAT SOURCE.
004444*                      A CHANGE IS STILL ALLOWED; IT IS HOW A
004454*                      DISPUTE IS ADJUSTED.
004455*   2026-10-15  M00SK  CAPMPEND IS NOW REPLACED FROM THE WORK FILE
004456*                      UNLESS THE CAPMPWRK PASS ITSELF FAILED.
004457*                      CONDITION 8 FROM AN UNRELATED ITEM NO
004458*                      LONGER LEAVES ITEMS ALREADY APPLIED STILL
004459*                      PENDING FOR THE NEXT RUN TO APPLY AGAIN.
004464*   2026-10-15  M00SK  THE MAKER'S AND CHECKER'S USER IDS MUST BE
004469*                      THE LOGON ID OF THE USER RUNNING THE JOB,
004474*                      AS CAPJCTL RECORDS IT, SO ONE OPERATOR
004479*                      CANNOT STAGE AND APPROVE UNDER TWO IDS. THE
004484*                      APPROVAL RUN LOCKS CAPMPWRK AND CAPMPRPT.
004489******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. CAPMNT.
004700 ENVIRONMENT DIVISION.
005800     SELECT CAPAUDIT-FILE ASSIGN TO "CAPAUDIT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS MN-CAPAUDIT-STATUS.
006010     SELECT CAPSRCE-FILE ASSIGN TO "CAPSRCE"
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS RANDOM
006040         RECORD KEY IS SR-SOURCE
006050         FILE STATUS IS MN-CAPSRCE-STATUS.
006100     SELECT CAPMNRPT-FILE ASSIGN TO "CAPMNRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS MN-CAPMNRPT-STATUS.
006306     SELECT CAPOPER-FILE ASSIGN TO "CAPOPER"
006312         ORGANIZATION IS LINE SEQUENTIAL
006318         FILE STATUS IS MN-CAPOPER-STATUS.
006324     SELECT CAPMPEND-FILE ASSIGN TO "CAPMPEND"
006330         ORGANIZATION IS LINE SEQUENTIAL
006336         FILE STATUS IS MN-CAPMPEND-STATUS.
006342     SELECT CAPMPWRK-FILE ASSIGN TO "CAPMPWRK"
006348         ORGANIZATION IS LINE SEQUENTIAL
006354         FILE STATUS IS MN-CAPMPWRK-STATUS.
006360     SELECT CAPMAPPR-FILE ASSIGN TO "CAPMAPPR"
006366         ORGANIZATION IS LINE SEQUENTIAL
006372         FILE STATUS IS MN-CAPMAPPR-STATUS.
006378     SELECT CAPMPRPT-FILE ASSIGN TO "CAPMPRPT"
006384         ORGANIZATION IS LINE SEQUENTIAL
006390         FILE STATUS IS MN-CAPMPRPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CAPMTXN-FILE
007600     05  CM-DIGIT-COUNT                         PIC 9(08).
007700     05  CM-ANS                                 PIC 9(08).
007800     05  CM-HALFWAY                             PIC 9(08).
007810     05  CM-HOLD-FLAG                           PIC X(01).
007820         88  CM-ON-HOLD                         VALUE "H".
007830     05  CM-HOLD-DISPUTE                        PIC X(06).
007900 FD  CAPAUDIT-FILE
008000     LABEL RECORDS ARE STANDARD.
008010 01  CAPAUDIT-RECORD                            PIC X(240).
008110 FD  CAPSRCE-FILE
008120     LABEL RECORDS ARE STANDARD.
008130 01  CAPSRCE-RECORD.
008140     05  SR-SOURCE                              PIC X(80).
008150     05  SR-VENDOR                              PIC X(20).
008160     05  SR-PUZZLE                              PIC X(04).
008170     05  SR-SCHED                               PIC X(01).
008200 FD  CAPMNRPT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  CAPMNRPT-RECORD.
008500     05  CAPMNRPT-CTRL                          PIC X(01).
008600     05  CAPMNRPT-LINE                          PIC X(132).
008603 FD  CAPOPER-FILE
008606     LABEL RECORDS ARE STANDARD.
008609 01  CAPOPER-RECORD.
008612     05  OP-USERID                              PIC X(20).
008615     05  FILLER                                 PIC X(01).
008618     05  OP-ENTER                               PIC X(04).
008621     05  FILLER                                 PIC X(01).
008624     05  OP-APPROVE                             PIC X(04).
008627     05  FILLER                                 PIC X(50).
008630 FD  CAPMPEND-FILE
008633     LABEL RECORDS ARE STANDARD.
008636 01  CAPMPEND-RECORD                            PIC X(306).
008639 FD  CAPMPWRK-FILE
008642     LABEL RECORDS ARE STANDARD.
008645 01  CAPMPWRK-RECORD                            PIC X(306).
008648 FD  CAPMAPPR-FILE
008651     LABEL RECORDS ARE STANDARD.
008654 01  CAPMAPPR-RECORD.
008657     05  AP-DECISION                            PIC X(01).
008660     05  FILLER                                 PIC X(01).
008663     05  AP-USERID                              PIC X(20).
008666     05  FILLER                                 PIC X(01).
008669     05  AP-ITEM                                PIC X(06).
008672     05  FILLER                                 PIC X(01).
008675     05  AP-REMARK                              PIC X(36).
008678     05  FILLER                                 PIC X(14).
008681 FD  CAPMPRPT-FILE
008684     LABEL RECORDS ARE STANDARD.
008687 01  CAPMPRPT-RECORD.
008690     05  CAPMPRPT-CTRL                          PIC X(01).
008693     05  CAPMPRPT-LINE                          PIC X(132).
008700 WORKING-STORAGE SECTION.
008800 77  MN-CAPMTXN-STATUS                          PIC X(02).
008900 77  MN-CAPMAST-STATUS                          PIC X(02).
009000 77  MN-CAPAUDIT-STATUS                         PIC X(02).
009100 77  MN-CAPMNRPT-STATUS                         PIC X(02).
009110 77  MN-CAPSRCE-STATUS                          PIC X(02).
009111 77  MN-CAPOPER-STATUS                          PIC X(02).
009112 77  MN-CAPMPEND-STATUS                         PIC X(02).
009113 77  MN-CAPMPWRK-STATUS                         PIC X(02).
009114 77  MN-CAPMAPPR-STATUS                         PIC X(02).
009115 77  MN-CAPMPRPT-STATUS                         PIC X(02).
009120 77  MN-SRCE-OPEN-SW                            PIC X(01)
009130                                                VALUE "N".
009140     88  MN-SRCE-OPEN                           VALUE "Y".
009200 77  MN-TXN-EOF-SW                              PIC X(01)
009300                                                VALUE "N".
009400     88  MN-TXN-EOF                             VALUE "Y".
009410 77  MN-PEND-EOF-SW                             PIC X(01)
009420                                                VALUE "N".
009430     88  MN-PEND-EOF                            VALUE "Y".
009440 77  MN-WORK-FAILED-SW                          PIC X(01)
009450                                                VALUE "N".
009460     88  MN-WORK-FAILED                         VALUE "Y".
009500 77  MN-MAST-FOUND-SW                           PIC X(01)
009600                                                VALUE "N".
009700     88  MN-MAST-FOUND                          VALUE "Y".
009800 77  MN-CARD-OK-SW                              PIC X(01)
009900                                                VALUE "Y".
010000     88  MN-CARD-OK                             VALUE "Y".
010003 77  MN-AUTH-SW                                 PIC X(01)
010006                                                VALUE "N".
010009     88  MN-AUTHORIZED                          VALUE "Y".
010012 77  MN-MODE-X                                  PIC X(08)
010015                                                VALUE SPACES.
010018     88  MN-APPROVAL-RUN                        VALUE "APPROVE".
010021     88  MN-STAGING-RUN                         VALUE "STAGE"
010024                                                      SPACES.
010027 77  MN-EXPIRY-X                                PIC X(04)
010030                                                VALUE SPACES.
010033 77  MN-EXPIRY-DAYS                             PIC 9(02)
010036                                                VALUE 7.
010039 77  MN-WANT-USER                               PIC X(20)
010042                                                VALUE SPACES.
010045 77  MN-WANT-ROLE                               PIC X(01)
010048                                                VALUE SPACE.
010051     88  MN-WANT-ENTER                          VALUE "E".
010054     88  MN-WANT-APPROVE                        VALUE "A".
010057 77  MN-CHECKER                                 PIC X(20)
010060                                                VALUE SPACES.
010063 77  MN-LAST-ITEM                               PIC 9(06)
010066                                                VALUE ZERO.
010069 77  MN-TALLY                                   PIC 9(04) COMP
010072                                                VALUE ZERO.
010075 77  MN-OX                                      PIC 9(04) COMP
010078                                                VALUE ZERO.
010081 77  MN-AX                                      PIC 9(04) COMP
010084                                                VALUE ZERO.
010087 77  MN-JX                                      PIC 9(04) COMP
010090                                                VALUE ZERO.
010100 77  MN-CARDS-READ                              PIC 9(08)
010110                                                VALUE ZERO.
010120 77  MN-CARDS-STAGED                            PIC 9(08)
010200                                                VALUE ZERO.
010300 77  MN-CARDS-APPLIED                           PIC 9(08)
010400                                                VALUE ZERO.
010500 77  MN-CARDS-REJECTED                          PIC 9(08)
010506                                                VALUE ZERO.
010512 77  MN-ITEMS-READ                              PIC 9(08)
010518                                                VALUE ZERO.
010524 77  MN-ITEMS-REFUSED                           PIC 9(08)
010530                                                VALUE ZERO.
010536 77  MN-ITEMS-FAILED                            PIC 9(08)
010542                                                VALUE ZERO.
010548 77  MN-ITEMS-EXPIRED                           PIC 9(08)
010554                                                VALUE ZERO.
010560 77  MN-ITEMS-WAITING                           PIC 9(08)
010566                                                VALUE ZERO.
010572 77  MN-DECISIONS-READ                          PIC 9(08)
010578                                                VALUE ZERO.
010584 77  MN-DECISIONS-REFUSED                       PIC 9(08)
010600                                                VALUE ZERO.
010700 77  MN-RUN-RC                                  PIC 9(02)
010800                                                VALUE ZERO.
011100 77  MN-RUN-DATE-YYYYMMDD                       PIC 9(08)
011200                                                VALUE ZERO.
011300 77  MN-RUN-MMDD                                PIC 9(04)
011310                                                VALUE ZERO.
011320 77  MN-MON-DAYS                                PIC 9(02)
011330                                                VALUE ZERO.
011340 77  MN-QUOT                                    PIC 9(04)
011350                                                VALUE ZERO.
011360 77  MN-REM                                     PIC 9(04)
011400                                                VALUE ZERO.
011490 77  MN-ECHO-ACTION                             PIC X(01)
011495                                                VALUE SPACE.
012900     05  FILLER                                 PIC X(01)
013000                                                VALUE "-".
013100     05  MN-RUN-DD                              PIC 9(02).
013109*    AN ITEM STAGED BEFORE THIS DATE HAS EXPIRED.
013118 01  MN-CUTOFF-X.
013127     05  MN-CUT-YYYY                            PIC 9(04).
013136     05  FILLER                                 PIC X(01)
013145                                                VALUE "-".
013154     05  MN-CUT-MM                              PIC 9(02).
013163     05  FILLER                                 PIC X(01)
013172                                                VALUE "-".
013181     05  MN-CUT-DD                              PIC 9(02).
013200 01  MN-CARD-REC.
013300     05  MN-CD-ACTION                           PIC X(01).
013400         88  MN-CD-ADD                          VALUE "A".
015800         10  FILLER                             PIC X(01).
015900         10  MN-CD-HALF                         PIC X(08).
016000         10  FILLER                             PIC X(26).
016002*-----------------------------------------------------------------
016004* CAPMPEND PENDING ITEM - THE STAGED CARD WITH ITS MAKER, AND ONCE
016006* DECIDED, ITS CHECKER, THE DATE AND THE OUTCOME.
016008*-----------------------------------------------------------------
016010 01  MN-PEND-REC.
016012     05  MN-PD-ITEM                             PIC 9(06).
016014     05  FILLER                                 PIC X(01).
016016     05  MN-PD-STATUS                           PIC X(01).
016018         88  MN-PD-PENDING                      VALUE "P".
016020         88  MN-PD-APPLIED                      VALUE "A".
016022         88  MN-PD-REJECTED                     VALUE "J".
016024         88  MN-PD-FAILED                       VALUE "F".
016026         88  MN-PD-EXPIRED                      VALUE "E".
016028     05  FILLER                                 PIC X(01).
016030     05  MN-PD-STAGED                           PIC X(19).
016032     05  FILLER                                 PIC X(01).
016034     05  MN-PD-MAKER                            PIC X(20).
016036     05  FILLER                                 PIC X(01).
016038     05  MN-PD-CHECKER                          PIC X(20).
016040     05  FILLER                                 PIC X(01).
016042     05  MN-PD-DONE-DATE                        PIC X(10).
016044     05  FILLER                                 PIC X(01).
016046     05  MN-PD-NOTE                             PIC X(36).
016048     05  FILLER                                 PIC X(01).
016050     05  MN-PD-CARD                             PIC X(187).
016052*-----------------------------------------------------------------
016054* THE AUTHORIZED OPERATORS, AS LOADED FROM CAPOPER, AND THE
016056* APPROVAL RUN'S DECISION CARDS.
016058*-----------------------------------------------------------------
016060 01  MN-OPER-TABLE.
016062     05  MN-OPER-COUNT                          PIC 9(04) COMP
016064                                                VALUE ZERO.
016066     05  MN-OPER-ENTRY OCCURS 200 TIMES.
016068         10  MN-OP-USERID                       PIC X(20).
016070         10  MN-OP-ENTER                        PIC X(04).
016072         10  MN-OP-APPROVE                      PIC X(04).
016074 01  MN-APPR-TABLE.
016076     05  MN-APPR-COUNT                          PIC 9(04) COMP
016078                                                VALUE ZERO.
016080     05  MN-APPR-ENTRY OCCURS 500 TIMES.
016082         10  MN-AP-ITEM                         PIC 9(06).
016084         10  MN-AP-DECISION                     PIC X(01).
016086         10  MN-AP-CHECKER                      PIC X(20).
016088         10  MN-AP-REMARK                       PIC X(36).
016090         10  MN-AP-USED                         PIC X(01).
016100 01  MN-AU-RAW-TIMESTAMP                        PIC X(21).
016200 01  MN-AUDIT-LINE.
016300     05  MN-AU-DATE                             PIC X(19).
018200     05  FILLER                                 PIC X(01)
018300                                                VALUE SPACE.
018400     05  MN-AU-REASON                           PIC X(02).
018410*    COLS 115-130 BELONG TO CAPBKOUT ROWS; THE V2 EXTENSION AREA
018420*    FOLLOWS THEM.
018430     05  FILLER                                 PIC X(18)
018440                                                VALUE SPACES.
018450     05  MN-AU-VERSION                          PIC X(02)
018460                                                VALUE "V2".
018470     05  FILLER                                 PIC X(01)
018480                                                VALUE SPACE.
018490     05  MN-AU-PUZZLE                           PIC X(04).
018492     05  FILLER                                 PIC X(01)
018494                                                VALUE SPACE.
018496     05  MN-AU-FULL-SOURCE                      PIC X(80).
018506*    THE CHECKER WHO APPROVED THE CARD; MN-AU-USERID IS THE MAKER.
018516     05  FILLER                                 PIC X(01)
018526                                                VALUE SPACE.
018536     05  MN-AU-CHECKER                          PIC X(20).
018546 01  MN-PROOF-LINE.
018600     05  FILLER                                 PIC X(01)
018700                                                VALUE SPACE.
018800     05  MN-PL-ACTION                           PIC X(01).
019500     05  FILLER                                 PIC X(02)
019600                                                VALUE SPACES.
019700     05  MN-PL-TEXT                             PIC X(36).
019703 01  MN-ITEM-LINE.
019706     05  FILLER                                 PIC X(01)
019709                                                VALUE SPACE.
019712     05  MN-IL-ITEM                             PIC 9(06).
019715     05  FILLER                                 PIC X(02)
019718                                                VALUE SPACES.
019721     05  MN-IL-ACTION                           PIC X(01).
019724     05  FILLER                                 PIC X(02)
019727                                                VALUE SPACES.
019730     05  MN-IL-KEY                              PIC X(50).
019733     05  FILLER                                 PIC X(02)
019736                                                VALUE SPACES.
019739     05  MN-IL-MAKER                            PIC X(20).
019742     05  FILLER                                 PIC X(02)
019745                                                VALUE SPACES.
019748     05  MN-IL-STAGED                           PIC X(19).
019751 01  MN-ITEM-LINE-2.
019754     05  FILLER                                 PIC X(12)
019757                                                VALUE SPACES.
019760     05  MN-I2-STATUS                           PIC X(18).
019763     05  FILLER                                 PIC X(02)
019766                                                VALUE SPACES.
019769     05  MN-I2-CHECKER                          PIC X(20).
019772     05  FILLER                                 PIC X(02)
019775                                                VALUE SPACES.
019778     05  MN-I2-NOTE                             PIC X(50).
019800 01  MN-COUNT-LINE.
019900     05  FILLER                                 PIC X(03)
020000                                                VALUE SPACES.
020100     05  MN-CL-LABEL                            PIC X(26).
020200     05  MN-CL-COUNT                            PIC Z(07)9.
020210*-----------------------------------------------------------------
020220* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
020230* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
020240*-----------------------------------------------------------------
020250 COPY CAPJOBA.
020300 PROCEDURE DIVISION.
020400 0000-MAIN SECTION.
020500*-----------------------------------------------------------------
020600 0000-MAINLINE.
020700     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
020710     PERFORM 0800-JOB-START THRU 0800-EXIT
020720     IF JC-REFUSED
020730         MOVE 16 TO RETURN-CODE
020740         STOP RUN
020750     END-IF
020800     OPEN OUTPUT CAPMNRPT-FILE
020900     IF MN-CAPMNRPT-STATUS NOT = "00"
021000         DISPLAY "CAPMNT - UNABLE TO OPEN CAPMNRPT, STATUS "
021100             MN-CAPMNRPT-STATUS
021200         MOVE 8 TO RETURN-CODE
021210         PERFORM 0890-JOB-END THRU 0890-EXIT
021300         STOP RUN
021400     END-IF
021500     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
021506     IF NOT MN-APPROVAL-RUN AND NOT MN-STAGING-RUN
021512         DISPLAY "CAPMNT - CAPMNMODE '" MN-MODE-X
021518             "' IS NEITHER STAGE NOR APPROVE - NOTHING DONE"
021524         MOVE 16 TO MN-NEW-RC
021530         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
021536         GO TO 0000-WRAP-UP
021542     END-IF
021548     PERFORM 0960-LOAD-OPERATORS THRU 0960-EXIT
021554     IF MN-RUN-RC = 16
021560         GO TO 0000-WRAP-UP
021566     END-IF
021572     IF MN-APPROVAL-RUN
021578         PERFORM 5000-APPROVAL-RUN THRU 5000-EXIT
021584         GO TO 0000-WRAP-UP
021590     END-IF
021600     OPEN INPUT CAPMTXN-FILE
021700     IF MN-CAPMTXN-STATUS NOT = "00"
021800         DISPLAY "CAPMNT - UNABLE TO OPEN CAPMTXN TRANSACTION "
022100         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
022200         GO TO 0000-WRAP-UP
022300     END-IF
022310     PERFORM 0970-FIND-LAST-ITEM THRU 0970-EXIT
022320     OPEN EXTEND CAPMPEND-FILE
022330     IF MN-CAPMPEND-STATUS = "05" OR MN-CAPMPEND-STATUS = "35"
022340         OPEN OUTPUT CAPMPEND-FILE
022350     END-IF
022360     IF MN-CAPMPEND-STATUS NOT = "00"
022370         DISPLAY "CAPMNT - UNABLE TO OPEN CAPMPEND, STATUS "
022380             MN-CAPMPEND-STATUS " - NOTHING STAGED"
022390         MOVE 8 TO MN-NEW-RC
023000         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
023100         CLOSE CAPMTXN-FILE
023200         GO TO 0000-WRAP-UP
023300     END-IF
023310     PERFORM 1000-STAGE-ONE-CARD THRU 1000-EXIT
023500         UNTIL MN-TXN-EOF
023600     CLOSE CAPMTXN-FILE
023610     CLOSE CAPMPEND-FILE.
023800 0000-WRAP-UP.
023900     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
024000     CLOSE CAPMNRPT-FILE
024010     IF MN-APPROVAL-RUN
024020         DISPLAY "CAPMNT - ITEMS READ " MN-ITEMS-READ
024030             ", APPLIED " MN-CARDS-APPLIED
024040             ", REJECTED " MN-ITEMS-REFUSED
024050             ", FAILED " MN-ITEMS-FAILED
024060             ", EXPIRED " MN-ITEMS-EXPIRED
024070             ", WAITING " MN-ITEMS-WAITING
024080     ELSE
024090         DISPLAY "CAPMNT - CARDS READ " MN-CARDS-READ
024100             ", STAGED " MN-CARDS-STAGED
024110             ", REJECTED " MN-CARDS-REJECTED
024120     END-IF
024400     MOVE MN-RUN-RC TO RETURN-CODE
024410     PERFORM 0890-JOB-END THRU 0890-EXIT
024500     STOP RUN.
024600 0000-EXIT.
024601     EXIT.
024602*-----------------------------------------------------------------
024603* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
024604* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
024605* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET. A STAGING
024606* RUN TOUCHES ONLY THE PENDING FILE; AN APPROVAL RUN UPDATES THE
024607* MASTER AND THE AUDIT TRAIL AS WELL, AND WRITES THE CAPMPWRK WORK
024608* FILE AND THE CAPMPRPT PENDING-ITEMS REPORT. CAPJCTL ALSO RETURNS
024609* THE LOGON ID OF THE USER RUNNING THE JOB IN JC-USERID.
024610*-----------------------------------------------------------------
024611 0800-JOB-START SECTION.
024612 0800-START.
024613     MOVE SPACES TO CAPJOB-COMMAREA
024614     MOVE "S" TO JC-FUNCTION
024615     MOVE "CAPMNT" TO JC-PROGRAM
024616     IF MN-APPROVAL-RUN
024617         MOVE 8 TO JC-LOCK-COUNT
024618         MOVE "CAPMPEND" TO JC-LOCK-DSN(1)
024619         MOVE "U" TO JC-LOCK-MODE(1)
024620         MOVE "CAPMAST" TO JC-LOCK-DSN(2)
024621         MOVE "U" TO JC-LOCK-MODE(2)
024622         MOVE "CAPAUDIT" TO JC-LOCK-DSN(3)
024623         MOVE "U" TO JC-LOCK-MODE(3)
024624         MOVE "CAPSRCE" TO JC-LOCK-DSN(4)
024625         MOVE "R" TO JC-LOCK-MODE(4)
024626         MOVE "CAPOPER" TO JC-LOCK-DSN(5)
024627         MOVE "R" TO JC-LOCK-MODE(5)
024628         MOVE "CAPMAPPR" TO JC-LOCK-DSN(6)
024629         MOVE "R" TO JC-LOCK-MODE(6)
024630         MOVE "CAPMPWRK" TO JC-LOCK-DSN(7)
024631         MOVE "U" TO JC-LOCK-MODE(7)
024632         MOVE "CAPMPRPT" TO JC-LOCK-DSN(8)
024633         MOVE "U" TO JC-LOCK-MODE(8)
024634     ELSE
024635         MOVE 3 TO JC-LOCK-COUNT
024636         MOVE "CAPMPEND" TO JC-LOCK-DSN(1)
024637         MOVE "U" TO JC-LOCK-MODE(1)
024638         MOVE "CAPMTXN" TO JC-LOCK-DSN(2)
024639         MOVE "R" TO JC-LOCK-MODE(2)
024640         MOVE "CAPOPER" TO JC-LOCK-DSN(3)
024641         MOVE "R" TO JC-LOCK-MODE(3)
024642     END-IF
024643     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
024644 0800-EXIT.
024645     EXIT.
024646*-----------------------------------------------------------------
024647* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
024648* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
024649* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
024650*-----------------------------------------------------------------
024651 0890-JOB-END SECTION.
024652 0890-START.
024653     MOVE RETURN-CODE TO JC-CONDITION
024654     MOVE "E" TO JC-FUNCTION
024655     MOVE "READ" TO JC-COUNT-LABEL(1)
024656     MOVE MN-CARDS-READ TO JC-COUNT-VALUE(1)
024657     IF MN-APPROVAL-RUN
024658         MOVE MN-ITEMS-READ TO JC-COUNT-VALUE(1)
024659     END-IF
024660     MOVE "STAGED" TO JC-COUNT-LABEL(2)
024661     MOVE MN-CARDS-STAGED TO JC-COUNT-VALUE(2)
024662     MOVE "APPLIED" TO JC-COUNT-LABEL(3)
024663     MOVE MN-CARDS-APPLIED TO JC-COUNT-VALUE(3)
024664     MOVE "REJECTED" TO JC-COUNT-LABEL(4)
024665     MOVE MN-CARDS-REJECTED TO JC-COUNT-VALUE(4)
024666     IF MN-APPROVAL-RUN
024667         MOVE MN-ITEMS-REFUSED TO JC-COUNT-VALUE(4)
024668     END-IF
024669     CALL "CAPJCTL" USING CAPJOB-COMMAREA
024670     MOVE JC-CONDITION TO RETURN-CODE.
024671 0890-EXIT.
024700     EXIT.
024710*-----------------------------------------------------------------
024720* 0900-GET-RUN-DATE ALSO PICKS UP THE RUN MODE FROM CAPMNMODE AND,
024730* FOR AN APPROVAL RUN, THE EXPIRY PERIOD FROM CAPMNEXP (1-99 DAYS,
024740* DEFAULT 7), AND WORKS BACK FROM THE RUN DATE TO THE CUTOFF.
024800*-----------------------------------------------------------------
024900 0900-GET-RUN-DATE SECTION.
025000 0900-START.
025400         REMAINDER MN-RUN-MMDD
025500     DIVIDE MN-RUN-MMDD BY 100
025600         GIVING MN-RUN-MM
025609         REMAINDER MN-RUN-DD
025618     MOVE SPACES TO MN-MODE-X
025627     ACCEPT MN-MODE-X FROM ENVIRONMENT "CAPMNMODE"
025636     MOVE SPACES TO MN-EXPIRY-X
025645     ACCEPT MN-EXPIRY-X FROM ENVIRONMENT "CAPMNEXP"
025654     IF MN-EXPIRY-X NOT = SPACES
025663         MOVE SPACES TO MN-NUM-X
025672         MOVE MN-EXPIRY-X TO MN-NUM-X(5:4)
025681         PERFORM 1200-PARSE-NUMBER THRU 1200-EXIT
025690         IF MN-NUM-OK AND MN-NUM-9 > ZERO AND MN-NUM-9 < 100
025699             MOVE MN-NUM-9 TO MN-EXPIRY-DAYS
025708         ELSE
025717             DISPLAY "CAPMNT - CAPMNEXP '" MN-EXPIRY-X
025726                 "' IS NOT 1-99 DAYS, " MN-EXPIRY-DAYS " USED"
025735         END-IF
025744     END-IF
025753     MOVE MN-RUN-YYYY TO MN-CUT-YYYY
025762     MOVE MN-RUN-MM TO MN-CUT-MM
025771     MOVE MN-RUN-DD TO MN-CUT-DD
025780     PERFORM 0930-BACK-ONE-DAY THRU 0930-EXIT
025789         MN-EXPIRY-DAYS TIMES.
025800 0900-EXIT.
025802     EXIT.
025804*-----------------------------------------------------------------
025806* 0930-BACK-ONE-DAY STEPS THE CUTOFF DATE BACK ONE CALENDAR DAY.
025808*-----------------------------------------------------------------
025810 0930-BACK-ONE-DAY SECTION.
025812 0930-START.
025814     IF MN-CUT-DD > 1
025816         SUBTRACT 1 FROM MN-CUT-DD
025818         GO TO 0930-EXIT
025820     END-IF
025822     IF MN-CUT-MM = 1
025824         MOVE 12 TO MN-CUT-MM
025826         SUBTRACT 1 FROM MN-CUT-YYYY
025828     ELSE
025830         SUBTRACT 1 FROM MN-CUT-MM
025832     END-IF
025834     EVALUATE MN-CUT-MM
025836         WHEN 4
025838         WHEN 6
025840         WHEN 9
025842         WHEN 11
025844             MOVE 30 TO MN-MON-DAYS
025846         WHEN 2
025848             MOVE 28 TO MN-MON-DAYS
025850             DIVIDE MN-CUT-YYYY BY 4
025852                 GIVING MN-QUOT REMAINDER MN-REM
025854             IF MN-REM = ZERO
025856                 MOVE 29 TO MN-MON-DAYS
025858                 DIVIDE MN-CUT-YYYY BY 100
025860                     GIVING MN-QUOT REMAINDER MN-REM
025862                 IF MN-REM = ZERO
025864                     MOVE 28 TO MN-MON-DAYS
025866                     DIVIDE MN-CUT-YYYY BY 400
025868                         GIVING MN-QUOT REMAINDER MN-REM
025870                     IF MN-REM = ZERO
025872                         MOVE 29 TO MN-MON-DAYS
025874                     END-IF
025876                 END-IF
025878             END-IF
025880         WHEN OTHER
025882             MOVE 31 TO MN-MON-DAYS
025884     END-EVALUATE
025886     MOVE MN-MON-DAYS TO MN-CUT-DD.
025888 0930-EXIT.
025900     EXIT.
026000*-----------------------------------------------------------------
026100 0950-PRINT-REPORT-HEADER SECTION.
027000     STRING "RUN DATE.......... " DELIMITED BY SIZE
027100         MN-RUN-DATE-X DELIMITED BY SIZE INTO CAPMNRPT-LINE
027200     WRITE CAPMNRPT-RECORD
027208     MOVE SPACES TO CAPMNRPT-LINE
027216     IF MN-APPROVAL-RUN
027224         STRING "RUN MODE.......... APPROVAL - CAPMAPPR "
027232             "DECISIONS APPLIED FROM CAPMPEND" DELIMITED BY SIZE
027240             INTO CAPMNRPT-LINE
027248     ELSE
027256         STRING "RUN MODE.......... STAGING - CAPMTXN CARDS "
027264             "STAGED TO CAPMPEND FOR APPROVAL" DELIMITED BY SIZE
027272             INTO CAPMNRPT-LINE
027280     END-IF
027288     WRITE CAPMNRPT-RECORD
027300     MOVE " " TO CAPMNRPT-CTRL
027400     MOVE SPACES TO CAPMNRPT-LINE
027500     WRITE CAPMNRPT-RECORD.
027600 0950-EXIT.
027700     EXIT.
027800*-----------------------------------------------------------------
027802* 0960-LOAD-OPERATORS LOADS THE CAPOPER AUTHORIZED-OPERATOR FILE.
027804* WITHOUT IT NO ONE MAY ENTER OR APPROVE ANYTHING, SO THE RUN
027806* STOPS WITH CONDITION 16 AND NOTHING STAGED OR APPLIED.
027808*-----------------------------------------------------------------
027810 0960-LOAD-OPERATORS SECTION.
027812 0960-START.
027814     OPEN INPUT CAPOPER-FILE
027816     IF MN-CAPOPER-STATUS NOT = "00"
027818         DISPLAY "CAPMNT - UNABLE TO OPEN CAPOPER OPERATOR FILE, "
027820             "STATUS " MN-CAPOPER-STATUS " - NOTHING DONE"
027822         MOVE 16 TO MN-NEW-RC
027824         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
027826         GO TO 0960-EXIT
027828     END-IF.
027830 0960-READ-LOOP.
027832     READ CAPOPER-FILE
027834         AT END
027836             GO TO 0960-READS-DONE
027838     END-READ
027840     IF CAPOPER-RECORD = SPACES OR CAPOPER-RECORD(1:1) = "*"
027842         GO TO 0960-READ-LOOP
027844     END-IF
027846     IF OP-USERID = SPACES
027848         GO TO 0960-READ-LOOP
027850     END-IF
027852     IF MN-OPER-COUNT >= 200
027854         DISPLAY "CAPMNT - OPERATOR TABLE FULL (200) - RAISE ITS "
027856             "OCCURS LIMIT - NOTHING DONE"
027858         MOVE 16 TO MN-NEW-RC
027860         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
027862         GO TO 0960-READS-DONE
027864     END-IF
027866     ADD 1 TO MN-OPER-COUNT
027868     MOVE OP-USERID TO MN-OP-USERID(MN-OPER-COUNT)
027870     MOVE OP-ENTER TO MN-OP-ENTER(MN-OPER-COUNT)
027872     MOVE OP-APPROVE TO MN-OP-APPROVE(MN-OPER-COUNT)
027874     GO TO 0960-READ-LOOP.
027876 0960-READS-DONE.
027878     CLOSE CAPOPER-FILE.
027880 0960-EXIT.
027882     EXIT.
027884*-----------------------------------------------------------------
027886* 0970-FIND-LAST-ITEM READS CAPMPEND FOR THE HIGHEST ITEM NUMBER
027888* ISSUED SO FAR. NEW ITEMS NUMBER ON FROM IT.
027890*-----------------------------------------------------------------
027892 0970-FIND-LAST-ITEM SECTION.
027894 0970-START.
027896     OPEN INPUT CAPMPEND-FILE
027898     IF MN-CAPMPEND-STATUS NOT = "00"
027900         GO TO 0970-EXIT
027902     END-IF.
027904 0970-READ-LOOP.
027906     READ CAPMPEND-FILE INTO MN-PEND-REC
027908         AT END
027910             GO TO 0970-READS-DONE
027912     END-READ
027914     IF MN-PD-ITEM NUMERIC
027916         IF MN-PD-ITEM > MN-LAST-ITEM
027918             MOVE MN-PD-ITEM TO MN-LAST-ITEM
027920         END-IF
027922     END-IF
027924     GO TO 0970-READ-LOOP.
027926 0970-READS-DONE.
027928     CLOSE CAPMPEND-FILE.
027930 0970-EXIT.
027932     EXIT.
027934*-----------------------------------------------------------------
027936* 1000-STAGE-ONE-CARD READS AND STAGES ONE TRANSACTION. THE
028000* CARD MUST NAME A VALID ACTION, A USER ID, A REASON CODE AND A
028010* KEY, AND ITS USER MUST BE ALLOWED TO ENTER THE ACTION - AN
028020* ANONYMOUS OR UNEXPLAINED CORRECTION IS EXACTLY WHAT THE
028030* AUDITORS SEND BACK. THE MASTER ITSELF IS CHECKED ONLY WHEN THE
028040* ITEM IS APPROVED, AGAINST THE MASTER AS IT STANDS THEN.
028300*-----------------------------------------------------------------
028310 1000-STAGE-ONE-CARD SECTION.
028500 1000-START.
028600     READ CAPMTXN-FILE INTO MN-CARD-REC
028700         AT END
030800         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
030900         GO TO 1000-EXIT
031000     END-IF
031003     IF MN-CD-RENAME AND MN-CD-TAIL = SPACES
031006         MOVE "NEW KEY IS BLANK" TO MN-REJECT-TEXT
031007         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
031008         GO TO 1000-EXIT
031009     END-IF
031010     IF MN-CD-USERID NOT = JC-USERID
031011         MOVE "USER ID IS NOT THE SUBMITTER" TO MN-REJECT-TEXT
031012         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
031013         GO TO 1000-EXIT
031015     END-IF
031018     MOVE MN-CD-USERID TO MN-WANT-USER
031021     MOVE "E" TO MN-WANT-ROLE
031024     PERFORM 1300-CHECK-OPERATOR THRU 1300-EXIT
031027     IF NOT MN-AUTHORIZED
031030         STRING "USER NOT AUTHORIZED TO ENTER " DELIMITED BY SIZE
031033             MN-CD-ACTION DELIMITED BY SIZE
031036             INTO MN-REJECT-TEXT
031039         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
031042         GO TO 1000-EXIT
031045     END-IF
031048     PERFORM 1400-STAGE-CARD THRU 1400-EXIT.
031051 1000-EXIT.
031054     EXIT.
031057*-----------------------------------------------------------------
031060* 1050-APPLY-CARD APPLIES THE APPROVED CARD IN MN-CARD-REC TO THE
031063* MASTER. MN-CARD-OK COMES BACK OFF IF THE MASTER REFUSED IT.
031066*-----------------------------------------------------------------
031069 1050-APPLY-CARD SECTION.
031072 1050-START.
031075     MOVE "Y" TO MN-CARD-OK-SW
031078     MOVE SPACES TO MN-REJECT-TEXT
031100     EVALUATE TRUE
031200         WHEN MN-CD-ADD
031300             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
031800         WHEN MN-CD-RENAME
031900             PERFORM 2400-APPLY-RENAME THRU 2400-EXIT
032000     END-EVALUATE.
032010 1050-EXIT.
032200     EXIT.
032300*-----------------------------------------------------------------
032400* 1100-READ-MASTER LOOKS THE CARD'S KEY UP ON THE MASTER AND
033800 1100-EXIT.
033900     EXIT.
034000*-----------------------------------------------------------------
034006* 1150-REFUSE-HELD-ROW TURNS DOWN A DELETE OR RENAME OF A ROW ON
034012* HOLD UNDER AN OPEN DISPUTE. THE DISPUTE'S HELD EXTRACT ROWS ARE
034018* RELEASED BY THIS SOURCE NAME, SO IT MUST STAY PUT UNTIL CAPDMNT
034024* CLOSES THE DISPUTE.
034030*-----------------------------------------------------------------
034036 1150-REFUSE-HELD-ROW SECTION.
034042 1150-START.
034048     MOVE SPACES TO MN-REJECT-TEXT
034054     STRING "ON HOLD UNDER DISPUTE " DELIMITED BY SIZE
034060         CM-HOLD-DISPUTE DELIMITED BY SIZE
034066         INTO MN-REJECT-TEXT
034072     PERFORM 1800-REJECT-CARD THRU 1800-EXIT.
034078 1150-EXIT.
034084     EXIT.
034090*-----------------------------------------------------------------
034100* 1200-PARSE-NUMBER TURNS AN 8-BYTE CARD FIELD (LEADING BLANKS
034200* OR ZERO FILLED) INTO MN-NUM-9, THE SAME WAY CAPVERIF PARSES
034300* ITS PRINT COLUMNS. ALL BLANK COMES BACK WITH MN-NUM-OK OFF SO
035900 1200-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------------
036101* 1300-CHECK-OPERATOR SETS MN-AUTHORIZED IF CAPOPER LETS THE USER
036102* IN MN-WANT-USER ENTER (ROLE E) OR APPROVE (ROLE A) THE CARD'S
036103* ACTION CODE.
036104*-----------------------------------------------------------------
036105 1300-CHECK-OPERATOR SECTION.
036106 1300-START.
036107     MOVE "N" TO MN-AUTH-SW
036108     MOVE ZERO TO MN-OX
036109     PERFORM 1310-CHECK-ONE-OPERATOR THRU 1310-EXIT
036110         VARYING MN-JX FROM 1 BY 1
036111         UNTIL MN-JX > MN-OPER-COUNT OR MN-OX > ZERO
036112     IF MN-OX = ZERO
036113         GO TO 1300-EXIT
036114     END-IF
036115     MOVE ZERO TO MN-TALLY
036116     IF MN-WANT-ENTER
036117         INSPECT MN-OP-ENTER(MN-OX)
036118             TALLYING MN-TALLY FOR ALL MN-CD-ACTION
036119     ELSE
036120         INSPECT MN-OP-APPROVE(MN-OX)
036121             TALLYING MN-TALLY FOR ALL MN-CD-ACTION
036122     END-IF
036123     IF MN-TALLY > ZERO
036124         MOVE "Y" TO MN-AUTH-SW
036125     END-IF.
036126 1300-EXIT.
036127     EXIT.
036128*-----------------------------------------------------------------
036129 1310-CHECK-ONE-OPERATOR SECTION.
036130 1310-START.
036131     IF MN-OP-USERID(MN-JX) = MN-WANT-USER
036132         MOVE MN-JX TO MN-OX
036133     END-IF.
036134 1310-EXIT.
036135     EXIT.
036136*-----------------------------------------------------------------
036137* 1400-STAGE-CARD WRITES THE CARD TO CAPMPEND UNDER THE NEXT ITEM
036138* NUMBER, AWAITING A CHECKER, AND PUTS IT ON THE PROOF REPORT.
036139*-----------------------------------------------------------------
036140 1400-STAGE-CARD SECTION.
036141 1400-START.
036142     PERFORM 2950-STAMP-TIME THRU 2950-EXIT
036143     ADD 1 TO MN-LAST-ITEM
036144     MOVE SPACES TO MN-PEND-REC
036145     MOVE MN-LAST-ITEM TO MN-PD-ITEM
036146     MOVE "P" TO MN-PD-STATUS
036147     MOVE MN-AU-DATE TO MN-PD-STAGED
036148     MOVE MN-CD-USERID TO MN-PD-MAKER
036149     MOVE "AWAITING APPROVAL" TO MN-PD-NOTE
036150     MOVE MN-CARD-REC TO MN-PD-CARD
036151     WRITE CAPMPEND-RECORD FROM MN-PEND-REC
036152     IF MN-CAPMPEND-STATUS NOT = "00"
036153         MOVE "PENDING FILE WRITE FAILED" TO MN-REJECT-TEXT
036154         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
036155         MOVE 8 TO MN-NEW-RC
036156         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
036157         GO TO 1400-EXIT
036158     END-IF
036159     ADD 1 TO MN-CARDS-STAGED
036160     MOVE MN-CD-ACTION TO MN-PL-ACTION
036161     MOVE MN-CD-KEY(1:40) TO MN-PL-KEY
036162     MOVE "STAGED" TO MN-PL-STATUS
036163     MOVE SPACES TO MN-PL-TEXT
036164     STRING "PENDING ITEM " DELIMITED BY SIZE
036165         MN-PD-ITEM DELIMITED BY SIZE
036166         INTO MN-PL-TEXT
036167     MOVE " " TO CAPMNRPT-CTRL
036168     MOVE MN-PROOF-LINE TO CAPMNRPT-LINE
036169     WRITE CAPMNRPT-RECORD.
036170 1400-EXIT.
036171     EXIT.
036172*-----------------------------------------------------------------
036200* 1800-REJECT-CARD PUTS THE CARD ON THE PROOF REPORT WITH THE
036300* REASON IT WAS REFUSED. A REJECTED CARD CHANGES NOTHING AND
036400* WRITES NO AUDIT ROW - THERE IS NOTHING TO ACCOUNT FOR.
036500*-----------------------------------------------------------------
036600 1800-REJECT-CARD SECTION.
036700 1800-START.
036710     MOVE "N" TO MN-CARD-OK-SW
036800     ADD 1 TO MN-CARDS-REJECTED
036900     MOVE 4 TO MN-NEW-RC
037000     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
051500         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
051600         GO TO 2300-EXIT
051700     END-IF
051710     IF CM-ON-HOLD
051720         PERFORM 1150-REFUSE-HELD-ROW THRU 1150-EXIT
051730         GO TO 2300-EXIT
051740     END-IF
051800     DELETE CAPMAST-FILE
051900     IF MN-CAPMAST-STATUS NOT = "00"
052000         MOVE "MASTER DELETE FAILED" TO MN-REJECT-TEXT
054400     IF NOT MN-MAST-FOUND
054500         MOVE "KEY NOT ON MASTER" TO MN-REJECT-TEXT
054600         PERFORM 1800-REJECT-CARD THRU 1800-EXIT
054610         GO TO 2400-EXIT
054620     END-IF
054630     IF CM-ON-HOLD
054640         PERFORM 1150-REFUSE-HELD-ROW THRU 1150-EXIT
054700         GO TO 2400-EXIT
054800     END-IF
054900     MOVE MN-CD-TAIL TO CM-SOURCE
057200* 2900-WRITE-AUDIT APPENDS THE MAINTENANCE ECHO TO CAPAUDIT IN
057300* THE TRAIL'S OWN LAYOUT - TIMESTAMP, THE CARD'S USER ID, THE
057400* SOURCE AND THE VALUES ON THE MASTER - PLUS THE ACTION AND
057410* REASON CODES IN COLS 110-113, WHICH SCORING ROWS LEAVE BLANK,
057420* AND THE CHECKER WHO APPROVED THE CARD IN COLS 221-240.
057600* THE SAME EXTEND-WITH-FALLBACK THE DRIVER USES.
057700*-----------------------------------------------------------------
057800 2900-WRITE-AUDIT SECTION.
057900 2900-START.
057910     PERFORM 2950-STAMP-TIME THRU 2950-EXIT
058900     MOVE MN-CD-USERID TO MN-AU-USERID
058910     MOVE MN-CHECKER TO MN-AU-CHECKER
059000     MOVE CM-SOURCE(1:40) TO MN-AU-SOURCE
059010     MOVE CM-SOURCE TO MN-AU-FULL-SOURCE
059020     MOVE SPACES TO MN-AU-PUZZLE
059030     IF MN-SRCE-OPEN
059040         MOVE SPACES TO CAPSRCE-RECORD
059050         MOVE CM-SOURCE TO SR-SOURCE
059060         READ CAPSRCE-FILE
059070             INVALID KEY
059080                 CONTINUE
059090             NOT INVALID KEY
059092                 MOVE SR-PUZZLE TO MN-AU-PUZZLE
059094         END-READ
059096     END-IF
059100     MOVE CM-DIGIT-COUNT TO MN-AU-RECCOUNT
059200     MOVE CM-ANS TO MN-AU-ANS
059300     MOVE CM-HALFWAY TO MN-AU-HALFWAY
060900 2900-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------------
061105* 2950-STAMP-TIME PUTS THE CURRENT DATE AND TIME IN MN-AU-DATE,
061110* IN THE TRAIL'S YYYY-MM-DD-HH.MM.SS FORM.
061115*-----------------------------------------------------------------
061120 2950-STAMP-TIME SECTION.
061125 2950-START.
061130     MOVE FUNCTION CURRENT-DATE TO MN-AU-RAW-TIMESTAMP
061135     MOVE SPACES TO MN-AU-DATE
061140     STRING MN-AU-RAW-TIMESTAMP(1:4) "-"
061145         MN-AU-RAW-TIMESTAMP(5:2) "-"
061150         MN-AU-RAW-TIMESTAMP(7:2) "-"
061155         MN-AU-RAW-TIMESTAMP(9:2) "."
061160         MN-AU-RAW-TIMESTAMP(11:2) "."
061165         MN-AU-RAW-TIMESTAMP(13:2)
061170         DELIMITED BY SIZE INTO MN-AU-DATE.
061175 2950-EXIT.
061180     EXIT.
061185*-----------------------------------------------------------------
061200 3000-PRINT-TOTALS SECTION.
061300 3000-START.
061400     MOVE " " TO CAPMNRPT-CTRL
061500     MOVE SPACES TO CAPMNRPT-LINE
061600     WRITE CAPMNRPT-RECORD
061610     IF MN-APPROVAL-RUN
061620         GO TO 3000-APPROVAL-TOTALS
061630     END-IF
061700     MOVE "CARDS READ.............." TO MN-CL-LABEL
061800     MOVE MN-CARDS-READ TO MN-CL-COUNT
061900     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
061910     MOVE "CARDS STAGED............" TO MN-CL-LABEL
061920     MOVE MN-CARDS-STAGED TO MN-CL-COUNT
062200     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062300     MOVE "CARDS REJECTED.........." TO MN-CL-LABEL
062400     MOVE MN-CARDS-REJECTED TO MN-CL-COUNT
062500     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062503     GO TO 3000-FOOTER.
062506 3000-APPROVAL-TOTALS.
062509     MOVE "DECISIONS READ.........." TO MN-CL-LABEL
062512     MOVE MN-DECISIONS-READ TO MN-CL-COUNT
062515     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062518     MOVE "DECISIONS REFUSED......." TO MN-CL-LABEL
062521     MOVE MN-DECISIONS-REFUSED TO MN-CL-COUNT
062524     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062527     MOVE "PENDING ITEMS READ......" TO MN-CL-LABEL
062530     MOVE MN-ITEMS-READ TO MN-CL-COUNT
062533     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062536     MOVE "ITEMS APPLIED..........." TO MN-CL-LABEL
062539     MOVE MN-CARDS-APPLIED TO MN-CL-COUNT
062542     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062545     MOVE "ITEMS REJECTED.........." TO MN-CL-LABEL
062548     MOVE MN-ITEMS-REFUSED TO MN-CL-COUNT
062551     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062554     MOVE "ITEMS FAILED ON APPLY..." TO MN-CL-LABEL
062557     MOVE MN-ITEMS-FAILED TO MN-CL-COUNT
062560     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062563     MOVE "ITEMS EXPIRED..........." TO MN-CL-LABEL
062566     MOVE MN-ITEMS-EXPIRED TO MN-CL-COUNT
062569     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
062572     MOVE "ITEMS STILL WAITING....." TO MN-CL-LABEL
062575     MOVE MN-ITEMS-WAITING TO MN-CL-COUNT
062578     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
062581 3000-FOOTER.
062600     MOVE " " TO CAPMNRPT-CTRL
062700     MOVE SPACES TO CAPMNRPT-LINE
062800     WRITE CAPMNRPT-RECORD
064200 3100-EXIT.
064300     EXIT.
064400*-----------------------------------------------------------------
064401* 5000-APPROVAL-RUN LOADS THE DECISION CARDS, THEN PASSES THE
064402* PENDING FILE TO THE CAPMPWRK WORK FILE ITEM BY ITEM, DECIDING
064403* EACH PENDING ITEM IN THE ORDER IT WAS STAGED, AND FINALLY
064404* COPIES THE WORK FILE BACK OVER CAPMPEND. IF THE PASS CANNOT
064405* FINISH, CAPMPEND IS LEFT AS IT WAS.
064406*-----------------------------------------------------------------
064407 5000-APPROVAL-RUN SECTION.
064408 5000-START.
064409     PERFORM 5100-LOAD-DECISIONS THRU 5100-EXIT
064410     IF MN-RUN-RC = 16
064411         GO TO 5000-EXIT
064412     END-IF
064413     OPEN INPUT CAPMPEND-FILE
064414     IF MN-CAPMPEND-STATUS NOT = "00"
064415         DISPLAY "CAPMNT - NO CAPMPEND PENDING FILE, STATUS "
064416             MN-CAPMPEND-STATUS " - NOTHING TO APPROVE"
064417         PERFORM 5600-LIST-UNUSED-DECISIONS THRU 5600-EXIT
064418         GO TO 5000-EXIT
064419     END-IF
064420     OPEN I-O CAPMAST-FILE
064421     IF MN-CAPMAST-STATUS NOT = "00"
064422         DISPLAY "CAPMNT - UNABLE TO OPEN CAPMAST, STATUS "
064423             MN-CAPMAST-STATUS
064424             " - HAS CAPDRIVE EVER RUN WITH THE MASTER IN PLACE?"
064425         MOVE 16 TO MN-NEW-RC
064426         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064427         CLOSE CAPMPEND-FILE
064428         GO TO 5000-EXIT
064429     END-IF
064430*    THE REGISTRY ONLY SUPPLIES THE PUZZLE TYPE FOR THE AUDIT
064431*    ECHO - WITHOUT IT THE ECHO GOES OUT WITH THE TYPE BLANK.
064432     OPEN INPUT CAPSRCE-FILE
064433     IF MN-CAPSRCE-STATUS = "00"
064434         MOVE "Y" TO MN-SRCE-OPEN-SW
064435     ELSE
064436         DISPLAY "CAPMNT - CAPSRCE NOT AVAILABLE, STATUS "
064437             MN-CAPSRCE-STATUS " - PUZZLE TYPE LEFT BLANK"
064438     END-IF
064439     OPEN OUTPUT CAPMPWRK-FILE
064440     IF MN-CAPMPWRK-STATUS NOT = "00"
064441         DISPLAY "CAPMNT - UNABLE TO OPEN CAPMPWRK, STATUS "
064442             MN-CAPMPWRK-STATUS " - NOTHING APPROVED"
064443         MOVE 8 TO MN-NEW-RC
064444         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064445         CLOSE CAPMPEND-FILE
064446         GO TO 5000-CLOSE-MASTER
064447     END-IF
064448     OPEN OUTPUT CAPMPRPT-FILE
064449     IF MN-CAPMPRPT-STATUS NOT = "00"
064450         DISPLAY "CAPMNT - UNABLE TO OPEN CAPMPRPT, STATUS "
064451             MN-CAPMPRPT-STATUS " - NOTHING APPROVED"
064452         MOVE 8 TO MN-NEW-RC
064453         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064454         CLOSE CAPMPEND-FILE
064455         CLOSE CAPMPWRK-FILE
064456         GO TO 5000-CLOSE-MASTER
064457     END-IF
064458     PERFORM 5050-PRINT-PENDING-HEADER THRU 5050-EXIT
064459     PERFORM 5200-DECIDE-ONE-ITEM THRU 5200-EXIT
064460         UNTIL MN-PEND-EOF
064461     CLOSE CAPMPEND-FILE
064462     CLOSE CAPMPWRK-FILE
064463     PERFORM 5600-LIST-UNUSED-DECISIONS THRU 5600-EXIT
064464     PERFORM 5700-COPY-BACK THRU 5700-EXIT
064465     PERFORM 5900-PRINT-PENDING-FOOTER THRU 5900-EXIT
064466     CLOSE CAPMPRPT-FILE.
064467 5000-CLOSE-MASTER.
064468     IF MN-SRCE-OPEN
064469         CLOSE CAPSRCE-FILE
064470     END-IF
064471     CLOSE CAPMAST-FILE.
064472 5000-EXIT.
064473     EXIT.
064474*-----------------------------------------------------------------
064475 5050-PRINT-PENDING-HEADER SECTION.
064476 5050-START.
064477     MOVE "1" TO CAPMPRPT-CTRL
064478     MOVE SPACES TO CAPMPRPT-LINE
064479     STRING "CAPMNT - MASTER MAINTENANCE PENDING-ITEMS REPORT"
064480         DELIMITED BY SIZE INTO CAPMPRPT-LINE
064481     WRITE CAPMPRPT-RECORD
064482     MOVE " " TO CAPMPRPT-CTRL
064483     MOVE SPACES TO CAPMPRPT-LINE
064484     STRING "RUN DATE.......... " DELIMITED BY SIZE
064485         MN-RUN-DATE-X DELIMITED BY SIZE
064486         "     ITEMS STAGED BEFORE " DELIMITED BY SIZE
064487         MN-CUTOFF-X DELIMITED BY SIZE
064488         " AND STILL UNDECIDED EXPIRE" DELIMITED BY SIZE
064489         INTO CAPMPRPT-LINE
064490     WRITE CAPMPRPT-RECORD
064491     MOVE SPACES TO CAPMPRPT-LINE
064492     WRITE CAPMPRPT-RECORD
064493     MOVE SPACES TO CAPMPRPT-LINE
064494     STRING " ITEM    A  KEY" DELIMITED BY SIZE
064495         INTO CAPMPRPT-LINE
064496     MOVE "MAKER" TO CAPMPRPT-LINE(65:5)
064497     MOVE "STAGED" TO CAPMPRPT-LINE(87:6)
064498     WRITE CAPMPRPT-RECORD
064499     MOVE SPACES TO CAPMPRPT-LINE
064500     STRING "            OUTCOME" DELIMITED BY SIZE
064501         INTO CAPMPRPT-LINE
064502     MOVE "CHECKER" TO CAPMPRPT-LINE(33:7)
064503     MOVE "NOTE" TO CAPMPRPT-LINE(55:4)
064504     WRITE CAPMPRPT-RECORD
064505     MOVE SPACES TO CAPMPRPT-LINE
064506     WRITE CAPMPRPT-RECORD.
064507 5050-EXIT.
064508     EXIT.
064509*-----------------------------------------------------------------
064510* 5100-LOAD-DECISIONS LOADS THE CAPMAPPR DECISION CARDS. A CARD
064511* THAT DOES NOT READ IS REFUSED HERE. NO CARDS AT ALL IS NOT AN
064512* ERROR - THE RUN STILL EXPIRES AND REPORTS WHAT IS WAITING.
064513*-----------------------------------------------------------------
064514 5100-LOAD-DECISIONS SECTION.
064515 5100-START.
064516     OPEN INPUT CAPMAPPR-FILE
064517     IF MN-CAPMAPPR-STATUS NOT = "00"
064518         DISPLAY "CAPMNT - NO CAPMAPPR DECISION CARDS, STATUS "
064519             MN-CAPMAPPR-STATUS " - NOTHING WILL BE APPROVED"
064520         GO TO 5100-EXIT
064521     END-IF.
064522 5100-READ-LOOP.
064523     READ CAPMAPPR-FILE
064524         AT END
064525             GO TO 5100-READS-DONE
064526     END-READ
064527     IF CAPMAPPR-RECORD = SPACES
064528         GO TO 5100-READ-LOOP
064529     END-IF
064530     ADD 1 TO MN-DECISIONS-READ
064531     IF (AP-DECISION NOT = "A" AND AP-DECISION NOT = "X")
064532             OR AP-USERID = SPACES
064533             OR AP-ITEM NOT NUMERIC
064534         MOVE SPACES TO CAPMNRPT-LINE
064535         STRING " DECISION CARD REFUSED - NOT A/X, CHECKER, "
064536             "ITEM: " DELIMITED BY SIZE
064537             CAPMAPPR-RECORD(1:66) DELIMITED BY SIZE
064538             INTO CAPMNRPT-LINE
064539         MOVE " " TO CAPMNRPT-CTRL
064540         WRITE CAPMNRPT-RECORD
064541         ADD 1 TO MN-DECISIONS-REFUSED
064542         MOVE 4 TO MN-NEW-RC
064543         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064544         GO TO 5100-READ-LOOP
064545     END-IF
064546     IF MN-APPR-COUNT >= 500
064547         DISPLAY "CAPMNT - DECISION TABLE FULL (500) - RAISE ITS "
064548             "OCCURS LIMIT - NOTHING APPROVED"
064549         MOVE 16 TO MN-NEW-RC
064550         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064551         GO TO 5100-READS-DONE
064552     END-IF
064553     ADD 1 TO MN-APPR-COUNT
064554     MOVE AP-ITEM TO MN-AP-ITEM(MN-APPR-COUNT)
064555     MOVE AP-DECISION TO MN-AP-DECISION(MN-APPR-COUNT)
064556     MOVE AP-USERID TO MN-AP-CHECKER(MN-APPR-COUNT)
064557     MOVE AP-REMARK TO MN-AP-REMARK(MN-APPR-COUNT)
064558     MOVE "N" TO MN-AP-USED(MN-APPR-COUNT)
064559     GO TO 5100-READ-LOOP.
064560 5100-READS-DONE.
064561     CLOSE CAPMAPPR-FILE.
064562 5100-EXIT.
064563     EXIT.
064564*-----------------------------------------------------------------
064565* 5200-DECIDE-ONE-ITEM CARRIES ONE CAPMPEND ITEM TO THE WORK FILE.
064566* AN ITEM ALREADY DECIDED GOES ACROSS UNCHANGED. A PENDING ITEM
064567* WITH A DECISION FROM A PROPER CHECKER IS REJECTED, OR APPLIED
064568* TO THE MASTER UNDER THE MAKER'S CARD AND THE CHECKER'S NAME. THE
064569* CHECKER MUST BE THE USER RUNNING THE JOB. A DECISION THE CARD'S
064570* CHECKER MAY NOT MAKE IS REFUSED AND THE NEXT ONE FOR THE ITEM
064571* TRIED; WITH NONE LEFT THE ITEM EXPIRES ONCE PAST THE CUTOFF OR
064572* GOES ON WAITING.
064573*-----------------------------------------------------------------
064574 5200-DECIDE-ONE-ITEM SECTION.
064575 5200-START.
064576     READ CAPMPEND-FILE INTO MN-PEND-REC
064577         AT END
064578             MOVE "Y" TO MN-PEND-EOF-SW
064579             GO TO 5200-EXIT
064580     END-READ
064581     IF NOT MN-PD-PENDING
064582         GO TO 5200-CARRY
064583     END-IF
064584     ADD 1 TO MN-ITEMS-READ
064585     MOVE MN-PD-CARD TO MN-CARD-REC.
064586 5200-NEXT-DECISION.
064587     PERFORM 5300-FIND-DECISION THRU 5300-EXIT
064588     IF MN-AX = ZERO
064589         GO TO 5200-UNDECIDED
064590     END-IF
064591     MOVE "Y" TO MN-AP-USED(MN-AX)
064592     MOVE MN-AP-CHECKER(MN-AX) TO MN-CHECKER
064593     IF MN-CHECKER NOT = JC-USERID
064594         MOVE "CHECKER IS NOT THE SUBMITTER" TO MN-REJECT-TEXT
064595         PERFORM 5400-REFUSE-DECISION THRU 5400-EXIT
064596         GO TO 5200-NEXT-DECISION
064597     END-IF
064598     IF MN-CHECKER = MN-PD-MAKER
064599         MOVE "CHECKER IS THE MAKER" TO MN-REJECT-TEXT
064600         PERFORM 5400-REFUSE-DECISION THRU 5400-EXIT
064601         GO TO 5200-NEXT-DECISION
064602     END-IF
064603     MOVE MN-CHECKER TO MN-WANT-USER
064604     MOVE "A" TO MN-WANT-ROLE
064605     PERFORM 1300-CHECK-OPERATOR THRU 1300-EXIT
064606     IF NOT MN-AUTHORIZED
064607         MOVE SPACES TO MN-REJECT-TEXT
064608         STRING "CHECKER NOT AUTHORIZED TO APPROVE "
064609             DELIMITED BY SIZE
064610             MN-CD-ACTION DELIMITED BY SIZE
064611             INTO MN-REJECT-TEXT
064612         PERFORM 5400-REFUSE-DECISION THRU 5400-EXIT
064613         GO TO 5200-NEXT-DECISION
064614     END-IF
064615     MOVE MN-CHECKER TO MN-PD-CHECKER
064616     MOVE MN-RUN-DATE-X TO MN-PD-DONE-DATE
064617     IF MN-AP-DECISION(MN-AX) = "X"
064618         MOVE "J" TO MN-PD-STATUS
064619         MOVE MN-AP-REMARK(MN-AX) TO MN-PD-NOTE
064620         IF MN-PD-NOTE = SPACES
064621             MOVE "REJECTED BY CHECKER" TO MN-PD-NOTE
064622         END-IF
064623         ADD 1 TO MN-ITEMS-REFUSED
064624         MOVE 4 TO MN-NEW-RC
064625         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064626         MOVE "REJECTED BY CHECKER" TO MN-I2-STATUS
064627         PERFORM 5500-PRINT-ITEM THRU 5500-EXIT
064628         GO TO 5200-CARRY
064629     END-IF
064630     PERFORM 1050-APPLY-CARD THRU 1050-EXIT
064631     IF MN-CARD-OK
064632         MOVE "A" TO MN-PD-STATUS
064633         MOVE MN-AP-REMARK(MN-AX) TO MN-PD-NOTE
064634         IF MN-PD-NOTE = SPACES
064635             MOVE "APPLIED" TO MN-PD-NOTE
064636         END-IF
064637         GO TO 5200-CARRY
064638     END-IF
064639     MOVE "F" TO MN-PD-STATUS
064640     MOVE MN-REJECT-TEXT TO MN-PD-NOTE
064641     ADD 1 TO MN-ITEMS-FAILED
064642     MOVE "FAILED ON APPLY" TO MN-I2-STATUS
064643     PERFORM 5500-PRINT-ITEM THRU 5500-EXIT
064644     GO TO 5200-CARRY.
064645 5200-UNDECIDED.
064646     MOVE SPACES TO MN-CHECKER
064647     IF MN-PD-STAGED(1:10) < MN-CUTOFF-X
064648         MOVE "E" TO MN-PD-STATUS
064649         MOVE MN-RUN-DATE-X TO MN-PD-DONE-DATE
064650         MOVE SPACES TO MN-PD-NOTE
064651         STRING "EXPIRED - NOT APPROVED IN " DELIMITED BY SIZE
064652             MN-EXPIRY-DAYS DELIMITED BY SIZE
064653             " DAYS" DELIMITED BY SIZE
064654             INTO MN-PD-NOTE
064655         ADD 1 TO MN-ITEMS-EXPIRED
064656         MOVE 4 TO MN-NEW-RC
064657         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064658         MOVE "EXPIRED" TO MN-I2-STATUS
064659     ELSE
064660         ADD 1 TO MN-ITEMS-WAITING
064661         MOVE "AWAITING APPROVAL" TO MN-I2-STATUS
064662     END-IF
064663     PERFORM 5500-PRINT-ITEM THRU 5500-EXIT.
064664 5200-CARRY.
064665     WRITE CAPMPWRK-RECORD FROM MN-PEND-REC
064666     IF MN-CAPMPWRK-STATUS NOT = "00"
064667         DISPLAY "CAPMNT - CAPMPWRK WRITE FAILED, STATUS "
064668             MN-CAPMPWRK-STATUS " AT ITEM " MN-PD-ITEM
064669         MOVE "Y" TO MN-WORK-FAILED-SW
064670         MOVE 8 TO MN-NEW-RC
064671         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064672     END-IF
064673     MOVE SPACES TO MN-CHECKER.
064674 5200-EXIT.
064675     EXIT.
064676*-----------------------------------------------------------------
064677* 5300-FIND-DECISION POINTS MN-AX AT THE FIRST UNUSED DECISION
064678* CARD FOR THE ITEM IN HAND, OR ZERO.
064679*-----------------------------------------------------------------
064680 5300-FIND-DECISION SECTION.
064681 5300-START.
064682     MOVE ZERO TO MN-AX
064683     PERFORM 5310-CHECK-ONE-DECISION THRU 5310-EXIT
064684         VARYING MN-JX FROM 1 BY 1
064685         UNTIL MN-JX > MN-APPR-COUNT OR MN-AX > ZERO.
064686 5300-EXIT.
064687     EXIT.
064688*-----------------------------------------------------------------
064689 5310-CHECK-ONE-DECISION SECTION.
064690 5310-START.
064691     IF MN-AP-ITEM(MN-JX) = MN-PD-ITEM
064692             AND MN-AP-USED(MN-JX) = "N"
064693         MOVE MN-JX TO MN-AX
064694     END-IF.
064695 5310-EXIT.
064696     EXIT.
064697*-----------------------------------------------------------------
064698* 5400-REFUSE-DECISION TURNS DOWN A DECISION CARD THAT MAY NOT
064699* DECIDE ITS ITEM. THE ITEM ITSELF IS UNTOUCHED AND KEEPS WAITING
064700* FOR A PROPER CHECKER.
064701*-----------------------------------------------------------------
064702 5400-REFUSE-DECISION SECTION.
064703 5400-START.
064704     ADD 1 TO MN-DECISIONS-REFUSED
064705     MOVE 4 TO MN-NEW-RC
064706     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064707     MOVE MN-CD-ACTION TO MN-PL-ACTION
064708     MOVE MN-CD-KEY(1:40) TO MN-PL-KEY
064709     MOVE "REFUSED" TO MN-PL-STATUS
064710     MOVE MN-REJECT-TEXT TO MN-PL-TEXT
064711     MOVE " " TO CAPMNRPT-CTRL
064712     MOVE MN-PROOF-LINE TO CAPMNRPT-LINE
064713     WRITE CAPMNRPT-RECORD
064714     DISPLAY "CAPMNT - DECISION BY " MN-CHECKER " ON ITEM "
064715         MN-PD-ITEM " REFUSED - " MN-REJECT-TEXT.
064716 5400-EXIT.
064717     EXIT.
064718*-----------------------------------------------------------------
064719* 5500-PRINT-ITEM PUTS THE ITEM IN HAND ON THE PENDING-ITEMS
064720* REPORT WITH THE OUTCOME IN MN-I2-STATUS.
064721*-----------------------------------------------------------------
064722 5500-PRINT-ITEM SECTION.
064723 5500-START.
064724     MOVE MN-PD-ITEM TO MN-IL-ITEM
064725     MOVE MN-CD-ACTION TO MN-IL-ACTION
064726     MOVE MN-CD-KEY TO MN-IL-KEY
064727     MOVE MN-PD-MAKER TO MN-IL-MAKER
064728     MOVE MN-PD-STAGED TO MN-IL-STAGED
064729     MOVE " " TO CAPMPRPT-CTRL
064730     MOVE MN-ITEM-LINE TO CAPMPRPT-LINE
064731     WRITE CAPMPRPT-RECORD
064732     MOVE MN-PD-CHECKER TO MN-I2-CHECKER
064733     MOVE MN-PD-NOTE TO MN-I2-NOTE
064734     IF MN-PD-PENDING
064735         MOVE SPACES TO MN-I2-CHECKER
064736     END-IF
064737     MOVE MN-ITEM-LINE-2 TO CAPMPRPT-LINE
064738     WRITE CAPMPRPT-RECORD.
064739 5500-EXIT.
064740     EXIT.
064741*-----------------------------------------------------------------
064742* 5600-LIST-UNUSED-DECISIONS REPORTS EVERY DECISION CARD THAT
064743* NAMED NO ITEM STILL PENDING - A TYPING SLIP OR A SECOND
064744* DECISION ON AN ITEM ALREADY SETTLED.
064745*-----------------------------------------------------------------
064746 5600-LIST-UNUSED-DECISIONS SECTION.
064747 5600-START.
064748     PERFORM 5610-LIST-ONE-DECISION THRU 5610-EXIT
064749         VARYING MN-AX FROM 1 BY 1
064750         UNTIL MN-AX > MN-APPR-COUNT.
064751 5600-EXIT.
064752     EXIT.
064753*-----------------------------------------------------------------
064754 5610-LIST-ONE-DECISION SECTION.
064755 5610-START.
064756     IF MN-AP-USED(MN-AX) NOT = "N"
064757         GO TO 5610-EXIT
064758     END-IF
064759     ADD 1 TO MN-DECISIONS-REFUSED
064760     MOVE 4 TO MN-NEW-RC
064761     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064762     MOVE SPACES TO CAPMNRPT-LINE
064763     STRING " DECISION CARD REFUSED - ITEM " DELIMITED BY SIZE
064764         MN-AP-ITEM(MN-AX) DELIMITED BY SIZE
064765         " IS NOT PENDING (CHECKER " DELIMITED BY SIZE
064766         MN-AP-CHECKER(MN-AX) DELIMITED BY SIZE
064767         ")" DELIMITED BY SIZE
064768         INTO CAPMNRPT-LINE
064769     MOVE " " TO CAPMNRPT-CTRL
064770     WRITE CAPMNRPT-RECORD.
064771 5610-EXIT.
064772     EXIT.
064773*-----------------------------------------------------------------
064774* 5700-COPY-BACK REPLACES CAPMPEND WITH THE WORK FILE JUST
064775* WRITTEN, THE SAME WAY CAPRETN REPLACES THE LIVE TRAIL. IF THE
064776* WORK FILE PASS WENT WRONG CAPMPEND IS LEFT ALONE AND THE WORK
064777* FILE KEPT. TROUBLE WITH ONE ITEM DOES NOT COUNT: THE ITEMS
064778* APPLIED AROUND IT ARE ALREADY ON CAPMAST AND CAPAUDIT, AND MUST
064779* NOT STAY PENDING TO BE APPLIED AGAIN.
064780*-----------------------------------------------------------------
064781 5700-COPY-BACK SECTION.
064782 5700-START.
064783     IF MN-WORK-FAILED
064784         DISPLAY "CAPMNT - CAPMPEND NOT REPLACED - OUTCOMES ARE "
064785             "ON CAPMPWRK; COPY IT OVER CAPMPEND BEFORE THE NEXT "
064786             "RUN"
064787         GO TO 5700-EXIT
064788     END-IF
064789     OPEN INPUT CAPMPWRK-FILE
064790     IF MN-CAPMPWRK-STATUS NOT = "00"
064791         DISPLAY "CAPMNT - UNABLE TO REOPEN CAPMPWRK, STATUS "
064792             MN-CAPMPWRK-STATUS " - CAPMPEND NOT REPLACED"
064793         MOVE 8 TO MN-NEW-RC
064794         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064795         GO TO 5700-EXIT
064796     END-IF
064797     OPEN OUTPUT CAPMPEND-FILE
064798     IF MN-CAPMPEND-STATUS NOT = "00"
064799         DISPLAY "CAPMNT - UNABLE TO REWRITE CAPMPEND, STATUS "
064800             MN-CAPMPEND-STATUS " - OUTCOMES ARE ON CAPMPWRK"
064801         MOVE 8 TO MN-NEW-RC
064802         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064803         CLOSE CAPMPWRK-FILE
064804         GO TO 5700-EXIT
064805     END-IF.
064806 5700-COPY-LOOP.
064807     READ CAPMPWRK-FILE
064808         AT END
064809             GO TO 5700-COPY-DONE
064810     END-READ
064811     WRITE CAPMPEND-RECORD FROM CAPMPWRK-RECORD
064812     GO TO 5700-COPY-LOOP.
064813 5700-COPY-DONE.
064814     CLOSE CAPMPWRK-FILE
064815     CLOSE CAPMPEND-FILE.
064816 5700-EXIT.
064817     EXIT.
064818*-----------------------------------------------------------------
064819 5900-PRINT-PENDING-FOOTER SECTION.
064820 5900-START.
064821     MOVE " " TO CAPMPRPT-CTRL
064822     MOVE SPACES TO CAPMPRPT-LINE
064823     WRITE CAPMPRPT-RECORD
064824     MOVE SPACES TO CAPMPRPT-LINE
064825     STRING "***** END OF CAPMNT PENDING-ITEMS REPORT *****"
064826         DELIMITED BY SIZE INTO CAPMPRPT-LINE
064827     WRITE CAPMPRPT-RECORD.
064828 5900-EXIT.
064829     EXIT.
064830*-----------------------------------------------------------------
064831* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
064832* MN-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
064833* CONDITIONS ONLY EVER ESCALATE.
064834*-----------------------------------------------------------------
064900 9000-RAISE-CONDITION SECTION.
065000 9000-START.
065100     IF MN-NEW-RC > MN-RUN-RC
