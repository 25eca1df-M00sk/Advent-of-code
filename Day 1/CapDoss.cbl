000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    SOURCE HISTORY DOSSIER - ONE CHRONOLOGICAL HISTORY
000700*             PER SOURCE FILE ACROSS LIVE AND ARCHIVED DATA.
000800*
000900*             CAPINQ SHOWS ONLY THE CURRENT CAPMAST ROW. WHAT
001000*             HAPPENED TO A FILE OVER TIME IS SPREAD OVER THE
001100*             CAPARLOG ARRIVAL LOG, THE CAPREJ SUSPENSE FILE AND
001200*             ITS CAPRJHST HISTORY, THE LIVE CAPLEDGR LEDGER AND
001300*             EVERY CLOSED CAPLPER.YYYYMM PERIOD FILE, AND THE
001400*             LIVE CAPAUDIT TRAIL AND EVERY CAPARCH.YYYYMMDD
001500*             ARCHIVE. THIS JOB READS THEM ALL FOR ONE SOURCE
001600*             FILE NAME, OR EVERY NAME BEGINNING WITH A PREFIX
001700*             KEYED WITH A TRAILING *, OVER A DATE RANGE, AND
001800*             SORTS WHAT IT FINDS INTO ONE HISTORY PER SOURCE IN
001900*             DATE ORDER:
002000*
002100*               ARRIVED     AN ARRIVAL LOGGED BY CAPSTAGE, WITH
002200*                           ITS DISPOSITION
002300*               REJECTED    A REJECT WITH ITS REASON, POSITION AND
002400*                           CHARACTER - STILL IN SUSPENSE IF IT IS
002500*                           ON CAPREJ
002600*               SCORED      A LEDGER SCORE - RE-SCORED FOR EVERY
002700*                           LATER ONE, MARKED CHANGED WHEN THE
002800*                           PART 1 ANSWER MOVED
002900*               MAINT ...   A CAPMNT ADD, CHANGE, DELETE OR
003000*                           RENAME, WITH MAKER, CHECKER AND REASON
003100*               BACKED OUT  A CAPBKOUT REVERSAL AND THE STANDING
003200*                           IT LEFT ON THE MASTER
003210*               DISPUTED    A CAPDMNT DISPUTE OPENED, PUTTING THE
003220*                           SOURCE ON HOLD, WITH ITS REASON
003230*               RELEASED    A CAPDMNT DISPUTE CLOSED, WITH ITS
003240*                           RESOLUTION AND THE STANDING IT LEFT
003300*
003400*             ROWS ON THE SAME DAY FALL IN THAT ORDER, AUDIT ROWS
003500*             BY THEIR TIME STAMP. THE SCORE ECHOES CAPDRIVE AND
003600*             CAPMERGE WRITE TO CAPAUDIT, AND THE REVERSAL ROWS
003700*             CAPBKOUT WRITES TO THE LEDGER, REPEAT WHAT THE
003800*             LEDGER AND THE AUDIT TRAIL ALREADY SHOW AND ARE NOT
003900*             PRINTED TWICE. EACH HISTORY IS HEADED BY THE
004000*             SOURCE'S CAPSRCE REGISTRATION AND ITS CURRENT
004100*             CAPMAST STANDING.
004200*
004300*             A ROW WRITTEN BEFORE THE V2 LAYOUT CARRIES ONLY THE
004400*             FIRST 40 BYTES OF THE NAME AND IS MATCHED ON THOSE.
004500*             FOR A FULL NAME IT IS PRINTED UNDER THAT NAME; FOR A
004600*             PREFIX, UNDER ITS 40-BYTE NAME.
004700*
004800*             THE RANGE RUNS FROM THE FROM DATE (DEFAULT SEVEN
004900*             YEARS BEFORE TODAY, THE RETENTION CAPRETN'S ARCHIVES
005000*             ARE KEPT FOR) THROUGH THE TO DATE (DEFAULT TODAY).
005100*             PERIOD FILES ARE LOOKED FOR FOR EVERY MONTH IN THE
005200*             RANGE AND ARCHIVES FOR EVERY DAY FROM THE FROM DATE
005300*             TO TODAY, SINCE AN ARCHIVE HOLDS ROWS OLDER THAN THE
005400*             DAY IT WAS CUT. EVERY DATASET THAT WAS READ IS
005500*             LISTED WITH THE ROWS IT GAVE.
005600*
005700*             INTERACTIVE (CAPDSMODE BLANK) - THE OPERATOR KEYS IN
005800*             THE NAME AND THE TWO DATES AND THE HISTORY COMES
005900*             BACK ON THE SCREEN. A BLANK NAME ENDS THE SESSION.
006000*
006100*             BATCH (CAPDSMODE=BATCH) - ONE DOSSIER PER CAPDSREQ
006200*             REQUEST CARD, EACH ON A NEW PAGE OF THE CAPDSRPT
006300*             REPORT:
006400*               COLS   1-80   SOURCE FILE NAME, OR PREFIX AND *
006500*               COLS  82-91   FROM DATE (YYYY-MM-DD) OR BLANK
006600*               COLS  93-102  TO DATE (YYYY-MM-DD) OR BLANK
006700*               COLS 104-133  REQUESTED BY / AUDIT REFERENCE
006800*             THE REPORT IS A GENERATION, CAPDSRPT.YYYYMMDD,
006810*             RECORDED ON THE CAPRPIDX INDEX. A BATCH RUN IS
006820*             LOGGED ON CAPJOBLG AND HOLDS READ LOCKS ON EVERY
006830*             DATASET IT SEARCHES, SO NO JOB REWRITES ONE UNDER
006840*             IT; AN INTERACTIVE SESSION TAKES NONE, SINCE IT MAY
006850*             SIT AT THE PROMPT FOR HOURS.
007000*
007100*             CONDITIONS: 0 CLEAN, 4 A REQUEST REFUSED OR WITH NO
007200*             HISTORY IN ITS RANGE, OR A LIVE DATASET OR THE
007300*             MASTER UNAVAILABLE, 8 REPORT FILE TROUBLE, 16 NO
007310*             REQUEST FILE FOR A BATCH RUN, OR A DATASET LOCKED BY
007320*             ANOTHER JOB.
007500*
007600* MODIFICATION HISTORY.
007700*   2026-10-15  M00SK  ORIGINAL VERSION.
007710*   2026-10-15  M00SK  NAMES THE TEXT-FEED REJECT REASONS NL (NOT
007720*                      LOWERCASE) AND BL (BLANK LINE), WHOSE
007730*                      POSITION IS A LINE NUMBER.
007740*   2026-10-15  M00SK  CAPDMNT HOLD (H) AND RELEASE (L) TRAIL ROWS
007750*                      PRINT AS DISPUTED AND RELEASED WITH THE
007760*                      DISPUTE NUMBER, AND A SOURCE ON HOLD SAYS
007770*                      SO UNDER ITS STANDING.
007775*   2026-10-15  M00SK  A BATCH RUN IS LOGGED ON CAPJOBLG AND ITS
007780*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
007785*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
007790*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
007800******************************************************************
007900 IDENTIFICATION DIVISION.
008000 PROGRAM-ID. CAPDOSS.
008100 ENVIRONMENT DIVISION.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT CAPMAST-FILE ASSIGN TO "CAPMAST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS CM-SOURCE
008800         FILE STATUS IS DS-CAPMAST-STATUS.
008900     SELECT CAPSRCE-FILE ASSIGN TO "CAPSRCE"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS SR-SOURCE
009300         FILE STATUS IS DS-CAPSRCE-STATUS.
009400     SELECT HISTORY-FILE ASSIGN DYNAMIC DS-HIST-NAME
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS DS-HIST-STATUS.
009700     SELECT CAPDSREQ-FILE ASSIGN TO "CAPDSREQ"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS DS-CAPDSREQ-STATUS.
010000     SELECT CAPDSRPT-FILE ASSIGN DYNAMIC DS-CAPDSRPT-NAME
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS DS-CAPDSRPT-STATUS.
010300     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS DS-CAPRPIDX-STATUS.
010600     SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK01".
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  CAPMAST-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  CAPMAST-RECORD.
011200     05  CM-SOURCE                              PIC X(80).
011300     05  CM-FIRST-DATE                          PIC X(10).
011400     05  CM-LAST-DATE                           PIC X(10).
011500     05  CM-TIMES-SCORED                        PIC 9(05).
011600     05  CM-DIGIT-COUNT                         PIC 9(08).
011700     05  CM-ANS                                 PIC 9(08).
011800     05  CM-HALFWAY                             PIC 9(08).
011810     05  CM-HOLD-FLAG                           PIC X(01).
011820         88  CM-ON-HOLD                         VALUE "H".
011830     05  CM-HOLD-DISPUTE                        PIC X(06).
011900 FD  CAPSRCE-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  CAPSRCE-RECORD.
012200     05  SR-SOURCE                              PIC X(80).
012300     05  SR-VENDOR                              PIC X(20).
012400     05  SR-PUZZLE                              PIC X(04).
012500     05  SR-SCHED                               PIC X(01).
012600*-----------------------------------------------------------------
012700* EVERY HISTORY DATASET IS READ THROUGH THIS ONE FILE, AT THE
012800* WIDTH OF THE WIDEST (CAPAUDIT); SHORTER ROWS COME IN PADDED.
012900*-----------------------------------------------------------------
013000 FD  HISTORY-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  HISTORY-RECORD                             PIC X(240).
013300 FD  CAPDSREQ-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  CAPDSREQ-RECORD.
013600     05  DQ-SOURCE                              PIC X(80).
013700     05  FILLER                                 PIC X(01).
013800     05  DQ-FROM                                PIC X(10).
013900     05  FILLER                                 PIC X(01).
014000     05  DQ-TO                                  PIC X(10).
014100     05  FILLER                                 PIC X(01).
014200     05  DQ-REFERENCE                           PIC X(30).
014300 FD  CAPDSRPT-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  CAPDSRPT-RECORD.
014600     05  CAPDSRPT-CTRL                          PIC X(01).
014700     05  CAPDSRPT-LINE                          PIC X(132).
014800 FD  CAPRPIDX-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 01  CAPRPIDX-RECORD                            PIC X(43).
015100*-----------------------------------------------------------------
015200* ONE SORT RECORD PER EVENT. DH-RANK ORDERS A DAY'S EVENTS THE WAY
015300* THE DAY RUNS - 1 ARRIVAL, 2 REJECT, 3 SCORE, 4 AUDIT ROW - AND
015400* DH-SEQ KEEPS ROWS OTHERWISE EQUAL IN THE ORDER THEY WERE READ.
015500*-----------------------------------------------------------------
015600 SD  HISTORY-SORT-FILE.
015700 01  HISTORY-SORT-RECORD.
015800     05  DH-SOURCE                              PIC X(80).
015900     05  DH-DATE                                PIC X(10).
016000     05  DH-RANK                                PIC X(01).
016100     05  DH-TIME                                PIC X(08).
016200     05  DH-SEQ                                 PIC 9(08).
016300     05  DH-EVENT                               PIC X(12).
016400     05  DH-USER                                PIC X(20).
016500     05  DH-DETAIL                              PIC X(62).
016600     05  DH-ORIGIN                              PIC X(16).
016700     05  DH-ANS                                 PIC X(08).
016800 WORKING-STORAGE SECTION.
016900 77  DS-CAPMAST-STATUS                          PIC X(02).
017000 77  DS-CAPSRCE-STATUS                          PIC X(02).
017100 77  DS-HIST-STATUS                             PIC X(02).
017200 77  DS-CAPDSREQ-STATUS                         PIC X(02).
017300 77  DS-CAPDSRPT-STATUS                         PIC X(02).
017400 77  DS-CAPRPIDX-STATUS                         PIC X(02).
017500 77  DS-HIST-NAME                               PIC X(80)
017600                                                VALUE SPACES.
017700 77  DS-CAPDSRPT-NAME                           PIC X(80)
017800                                                VALUE "CAPDSRPT".
017900 77  DS-MODE                                    PIC X(10)
018000                                                VALUE SPACES.
018100 77  DS-BATCH-SW                                PIC X(01)
018200                                                VALUE "N".
018300     88  DS-BATCH                               VALUE "Y".
018400 77  DS-MAST-OPEN-SW                            PIC X(01)
018500                                                VALUE "N".
018600     88  DS-MAST-OPEN                           VALUE "Y".
018700 77  DS-SRCE-OPEN-SW                            PIC X(01)
018800                                                VALUE "N".
018900     88  DS-SRCE-OPEN                           VALUE "Y".
019000 77  DS-REQ-EOF-SW                              PIC X(01)
019100                                                VALUE "N".
019200     88  DS-REQ-EOF                             VALUE "Y".
019300 77  DS-REQ-OK-SW                               PIC X(01)
019400                                                VALUE "N".
019500     88  DS-REQ-OK                              VALUE "Y".
019600 77  DS-PREFIX-SW                               PIC X(01)
019700                                                VALUE "N".
019800     88  DS-PREFIX                              VALUE "Y".
019900 77  DS-DATE-OK-SW                              PIC X(01)
020000                                                VALUE "N".
020100     88  DS-DATE-OK                             VALUE "Y".
020200 77  DS-QUIET-SW                                PIC X(01)
020300                                                VALUE "N".
020400     88  DS-QUIET                               VALUE "Y".
020500 77  DS-ROW-OLD-SW                              PIC X(01)
020600                                                VALUE "N".
020700     88  DS-ROW-OLD                             VALUE "Y".
020800 77  DS-MATCH-SW                                PIC X(01)
020900                                                VALUE "N".
021000     88  DS-ROW-MATCHES                         VALUE "Y".
021100 77  DS-HIST-KIND                               PIC X(01)
021200                                                VALUE SPACE.
021300     88  DS-KIND-ARRIVAL                        VALUE "G".
021400     88  DS-KIND-SUSPENSE                       VALUE "R".
021500     88  DS-KIND-REJHIST                        VALUE "H".
021600     88  DS-KIND-LEDGER                         VALUE "L".
021700     88  DS-KIND-AUDIT                          VALUE "A".
021800 77  DS-WANT-NAME                               PIC X(80)
021900                                                VALUE SPACES.
022000 77  DS-WANT-LEN                                PIC 9(04) COMP
022100                                                VALUE ZERO.
022200 77  DS-CMP-LEN                                 PIC 9(04) COMP
022300                                                VALUE ZERO.
022400 77  DS-FROM-X                                  PIC X(10)
022500                                                VALUE SPACES.
022600 77  DS-TO-X                                    PIC X(10)
022700                                                VALUE SPACES.
022800 77  DS-REFERENCE                               PIC X(30)
022900                                                VALUE SPACES.
023000 77  DS-REFUSAL                                 PIC X(60)
023100                                                VALUE SPACES.
023200 77  DS-DATE-CHECK                              PIC X(10)
023300                                                VALUE SPACES.
023400 77  DS-ROW-NAME                                PIC X(80)
023500                                                VALUE SPACES.
023600 77  DS-ROW-DATE                                PIC X(10)
023700                                                VALUE SPACES.
023800 77  DS-PREV-SOURCE                             PIC X(80)
023900                                                VALUE SPACES.
024000 77  DS-PREV-ANS                                PIC X(08)
024100                                                VALUE SPACES.
024200 77  DS-REASON-TEXT                             PIC X(20)
024300                                                VALUE SPACES.
024400 77  DS-P2-X                                    PIC X(08)
024500                                                VALUE SPACES.
024600 77  DS-DIGITS-X                                PIC X(07)
024700                                                VALUE SPACES.
024800 77  DS-DIGITS-9                                PIC 9(07)
024900                                                VALUE ZERO.
025000 77  DS-DIGITS-ED                               PIC Z(06)9.
025100 77  DS-COUNT-ED                                PIC Z(07)9.
025200 77  DS-TIMES-ED                                PIC Z(04)9.
025300 77  DS-ANS-ED                                  PIC Z(07)9.
025400 77  DS-HALF-ED                                 PIC Z(07)9.
025500 77  DS-DSN-READ                                PIC 9(08)
025600                                                VALUE ZERO.
025700 77  DS-DSN-MATCHED                             PIC 9(08)
025800                                                VALUE ZERO.
025900 77  DS-SEQ                                     PIC 9(08)
026000                                                VALUE ZERO.
026100 77  DS-EVENTS                                  PIC 9(08)
026200                                                VALUE ZERO.
026300 77  DS-SOURCES                                 PIC 9(06)
026400                                                VALUE ZERO.
026500 77  DS-SRC-EVENTS                              PIC 9(08)
026600                                                VALUE ZERO.
026700 77  DS-SCORES-SEEN                             PIC 9(06)
026800                                                VALUE ZERO.
026900 77  DS-DATASETS                                PIC 9(06)
027000                                                VALUE ZERO.
027100 77  DS-REQUESTS                                PIC 9(06)
027200                                                VALUE ZERO.
027300 77  DS-REQ-REFUSED                             PIC 9(06)
027400                                                VALUE ZERO.
027500 77  DS-REQ-EMPTY                               PIC 9(06)
027600                                                VALUE ZERO.
027700 77  DS-RUN-RC                                  PIC 9(02)
027800                                                VALUE ZERO.
027900 77  DS-NEW-RC                                  PIC 9(02)
028000                                                VALUE ZERO.
028100 77  DS-RUN-DATE-YYYYMMDD                       PIC 9(08)
028200                                                VALUE ZERO.
028300 77  DS-RUN-MMDD                                PIC 9(04)
028400                                                VALUE ZERO.
028500 77  DS-RUN-YYYYMM                              PIC 9(06)
028600                                                VALUE ZERO.
028700 77  DS-PROBE-YYYYMMDD                          PIC 9(08)
028800                                                VALUE ZERO.
028900 77  DS-PROBE-YYYYMM                            PIC 9(06)
029000                                                VALUE ZERO.
029100 77  DS-LAST-YYYYMM                             PIC 9(06)
029200                                                VALUE ZERO.
029300 77  DS-MONTH-DAYS                              PIC 9(02)
029400                                                VALUE ZERO.
029500 77  DS-QUOT                                    PIC 9(06)
029600                                                VALUE ZERO.
029700 77  DS-REM                                     PIC 9(04)
029800                                                VALUE ZERO.
029900 01  DS-RUN-DATE-X.
030000     05  DS-RUN-YYYY                            PIC 9(04).
030100     05  FILLER                                 PIC X(01)
030200                                                VALUE "-".
030300     05  DS-RUN-MM                              PIC 9(02).
030400     05  FILLER                                 PIC X(01)
030500                                                VALUE "-".
030600     05  DS-RUN-DD                              PIC 9(02).
030700*-----------------------------------------------------------------
030800* THE DAY OR MONTH WHOSE PERIOD FILE OR ARCHIVE IS SOUGHT NEXT.
030900*-----------------------------------------------------------------
031000 01  DS-PROBE-DATE.
031100     05  DS-PROBE-YYYY                          PIC 9(04).
031200     05  DS-PROBE-MM                            PIC 9(02).
031300     05  DS-PROBE-DD                            PIC 9(02).
031400 01  DS-OUT-RECORD.
031500     05  DS-OUT-CTRL                            PIC X(01).
031600     05  DS-OUT-LINE                            PIC X(132).
031700 01  DS-COLHDR-LINE.
031800     05  FILLER                                 PIC X(12)
031900                                                VALUE "DATE".
032000     05  FILLER                                 PIC X(10)
032100                                                VALUE "TIME".
032200     05  FILLER                                 PIC X(14)
032300                                                VALUE "EVENT".
032400     05  FILLER                                 PIC X(16)
032500                                                VALUE "USER".
032600     05  FILLER                                 PIC X(64)
032700                                                VALUE "DETAIL".
032800     05  FILLER                                 PIC X(16)
032900                                                VALUE "FROM".
033000 01  DS-EVENT-LINE.
033100     05  DS-EL-DATE                             PIC X(10).
033200     05  FILLER                                 PIC X(02)
033300                                                VALUE SPACES.
033400     05  DS-EL-TIME                             PIC X(08).
033500     05  FILLER                                 PIC X(02)
033600                                                VALUE SPACES.
033700     05  DS-EL-EVENT                            PIC X(12).
033800     05  FILLER                                 PIC X(02)
033900                                                VALUE SPACES.
034000     05  DS-EL-USER                             PIC X(14).
034100     05  FILLER                                 PIC X(02)
034200                                                VALUE SPACES.
034300     05  DS-EL-DETAIL                           PIC X(62).
034400     05  FILLER                                 PIC X(02)
034500                                                VALUE SPACES.
034600     05  DS-EL-ORIGIN                           PIC X(16).
034700 01  DS-RPIDX-LINE.
034800     05  DS-RX-NAME                             PIC X(20).
034900     05  FILLER                                 PIC X(01)
035000                                                VALUE SPACE.
035100     05  DS-RX-TYPE                             PIC X(08).
035200     05  FILLER                                 PIC X(01)
035300                                                VALUE SPACE.
035400     05  DS-RX-DATE                             PIC X(10).
035500     05  FILLER                                 PIC X(01)
035600                                                VALUE SPACE.
035700     05  DS-RX-RC                               PIC 9(02).
035710*-----------------------------------------------------------------
035720* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
035730* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
035740*-----------------------------------------------------------------
035750 COPY CAPJOBA.
035800 PROCEDURE DIVISION.
035900 0000-MAIN SECTION.
036000*-----------------------------------------------------------------
036100* THE MASTER AND THE REGISTRY ARE OPENED ONCE FOR THE WHOLE RUN;
036200* EACH DOSSIER THEN SORTS ITS OWN HISTORY.
036300*-----------------------------------------------------------------
036400 0000-MAINLINE.
036500     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
036600     MOVE SPACES TO DS-MODE
036700     ACCEPT DS-MODE FROM ENVIRONMENT "CAPDSMODE"
036800     IF DS-MODE = "BATCH"
036900         MOVE "Y" TO DS-BATCH-SW
037000     ELSE
037100         IF DS-MODE NOT = SPACES
037200             DISPLAY "CAPDOSS - CAPDSMODE '" DS-MODE
037300                 "' IS NOT BATCH, RUNNING INTERACTIVELY"
037400         END-IF
037500     END-IF
037600     IF DS-BATCH
037610         PERFORM 0800-JOB-START THRU 0800-EXIT
037620         IF JC-REFUSED
037630             MOVE 16 TO RETURN-CODE
037640             STOP RUN
037650         END-IF
037700         OPEN INPUT CAPDSREQ-FILE
037800         IF DS-CAPDSREQ-STATUS NOT = "00"
037900             DISPLAY "CAPDOSS - UNABLE TO OPEN CAPDSREQ, STATUS "
038000                 DS-CAPDSREQ-STATUS ", NO DOSSIER PRODUCED"
038100             MOVE 16 TO RETURN-CODE
038110             PERFORM 0890-JOB-END THRU 0890-EXIT
038200             STOP RUN
038300         END-IF
038400         OPEN OUTPUT CAPDSRPT-FILE
038500         IF DS-CAPDSRPT-STATUS NOT = "00"
038600             DISPLAY "CAPDOSS - UNABLE TO OPEN "
038700                 DS-CAPDSRPT-NAME(1:20)
038800                 ", STATUS " DS-CAPDSRPT-STATUS
038900             CLOSE CAPDSREQ-FILE
039000             MOVE 8 TO RETURN-CODE
039010             PERFORM 0890-JOB-END THRU 0890-EXIT
039100             STOP RUN
039200         END-IF
039300     END-IF
039400     PERFORM 0950-OPEN-LOOKUPS THRU 0950-EXIT
039500     IF DS-BATCH
039600         GO TO 0000-BATCH-LOOP
039700     END-IF.
039800 0000-PROMPT-LOOP.
039900     PERFORM 1000-ASK-ONE-REQUEST THRU 1000-EXIT
040000     IF DS-WANT-NAME = SPACES
040100         GO TO 0000-DONE
040200     END-IF
040300     PERFORM 2000-RUN-ONE-DOSSIER THRU 2000-EXIT
040400     GO TO 0000-PROMPT-LOOP.
040500 0000-BATCH-LOOP.
040600     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
040700     IF DS-REQ-EOF
040800         GO TO 0000-DONE
040900     END-IF
041000     PERFORM 2000-RUN-ONE-DOSSIER THRU 2000-EXIT
041100     GO TO 0000-BATCH-LOOP.
041200 0000-DONE.
041300     IF DS-MAST-OPEN
041400         CLOSE CAPMAST-FILE
041500     END-IF
041600     IF DS-SRCE-OPEN
041700         CLOSE CAPSRCE-FILE
041800     END-IF
041900     IF NOT DS-BATCH
042000         DISPLAY "CAPDOSS - END OF INQUIRY"
042100         MOVE DS-RUN-RC TO RETURN-CODE
042200         STOP RUN
042300     END-IF
042400     CLOSE CAPDSREQ-FILE
042500     IF DS-REQUESTS = ZERO
042600         MOVE " " TO DS-OUT-CTRL
042700         MOVE "NO REQUESTS ON CAPDSREQ" TO DS-OUT-LINE
042800         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
042900     END-IF
043000     PERFORM 7900-PRINT-FOOTER THRU 7900-EXIT
043100     CLOSE CAPDSRPT-FILE
043200     PERFORM 8000-WRITE-REPORT-INDEX THRU 8000-EXIT
043300     DISPLAY "CAPDOSS - " DS-REQUESTS " REQUEST(S), "
043400         DS-REQ-REFUSED " REFUSED, " DS-REQ-EMPTY
043500         " WITH NO HISTORY, CONDITION " DS-RUN-RC
043600     MOVE DS-RUN-RC TO RETURN-CODE
043610     PERFORM 0890-JOB-END THRU 0890-EXIT
043700     STOP RUN.
043800 0000-EXIT.
043801     EXIT.
043802*-----------------------------------------------------------------
043803* 0800-JOB-START LOGS A BATCH RUN'S START ON CAPJOBLG AND TAKES
043804* ITS DATASET LOCKS THROUGH CAPJCTL - A READ LOCK ON EVERY DATASET
043805* A DOSSIER SEARCHES, AND CAPRPIDX FOR THE GENERATION'S ROW. IF
043806* ANOTHER JOB HOLDS ONE, CAPJCTL NAMES IT ON THE CONSOLE AND
043807* JC-REFUSED COMES BACK SET.
043808*-----------------------------------------------------------------
043809 0800-JOB-START SECTION.
043810 0800-START.
043811     MOVE SPACES TO CAPJOB-COMMAREA
043812     MOVE "S" TO JC-FUNCTION
043813     MOVE "CAPDOSS" TO JC-PROGRAM
043814     MOVE 10 TO JC-LOCK-COUNT
043815     MOVE "CAPRPIDX" TO JC-LOCK-DSN(1)
043816     MOVE "U" TO JC-LOCK-MODE(1)
043817     MOVE "CAPARLOG" TO JC-LOCK-DSN(2)
043818     MOVE "R" TO JC-LOCK-MODE(2)
043819     MOVE "CAPREJ" TO JC-LOCK-DSN(3)
043820     MOVE "R" TO JC-LOCK-MODE(3)
043821     MOVE "CAPRJHST" TO JC-LOCK-DSN(4)
043822     MOVE "R" TO JC-LOCK-MODE(4)
043823     MOVE "CAPLEDGR" TO JC-LOCK-DSN(5)
043824     MOVE "R" TO JC-LOCK-MODE(5)
043825     MOVE "CAPLPER*" TO JC-LOCK-DSN(6)
043826     MOVE "R" TO JC-LOCK-MODE(6)
043827     MOVE "CAPAUDIT" TO JC-LOCK-DSN(7)
043828     MOVE "R" TO JC-LOCK-MODE(7)
043829     MOVE "CAPARCH*" TO JC-LOCK-DSN(8)
043830     MOVE "R" TO JC-LOCK-MODE(8)
043831     MOVE "CAPMAST" TO JC-LOCK-DSN(9)
043832     MOVE "R" TO JC-LOCK-MODE(9)
043833     MOVE "CAPSRCE" TO JC-LOCK-DSN(10)
043834     MOVE "R" TO JC-LOCK-MODE(10)
043835     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
043836 0800-EXIT.
043837     EXIT.
043838*-----------------------------------------------------------------
043839* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
043840* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
043841* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
043842*-----------------------------------------------------------------
043843 0890-JOB-END SECTION.
043844 0890-START.
043845     MOVE RETURN-CODE TO JC-CONDITION
043846     MOVE "E" TO JC-FUNCTION
043847     MOVE "REQUESTS" TO JC-COUNT-LABEL(1)
043848     MOVE DS-REQUESTS TO JC-COUNT-VALUE(1)
043849     MOVE "REFUSED" TO JC-COUNT-LABEL(2)
043850     MOVE DS-REQ-REFUSED TO JC-COUNT-VALUE(2)
043851     MOVE "NO HISTORY" TO JC-COUNT-LABEL(3)
043852     MOVE DS-REQ-EMPTY TO JC-COUNT-VALUE(3)
043853     CALL "CAPJCTL" USING CAPJOB-COMMAREA
043854     MOVE JC-CONDITION TO RETURN-CODE.
043855 0890-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------------
044100* 0900-GET-RUN-DATE CAPTURES TODAY - THE DEFAULT TO DATE AND THE
044200* LAST DAY AN ARCHIVE CAN HAVE BEEN CUT - AND THE GENERATION NAME.
044300*-----------------------------------------------------------------
044400 0900-GET-RUN-DATE SECTION.
044500 0900-START.
044600     ACCEPT DS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
044700     DIVIDE DS-RUN-DATE-YYYYMMDD BY 10000
044800         GIVING DS-RUN-YYYY
044900         REMAINDER DS-RUN-MMDD
045000     DIVIDE DS-RUN-MMDD BY 100
045100         GIVING DS-RUN-MM
045200         REMAINDER DS-RUN-DD
045300     DIVIDE DS-RUN-DATE-YYYYMMDD BY 100
045400         GIVING DS-RUN-YYYYMM
045500     MOVE SPACES TO DS-CAPDSRPT-NAME
045600     STRING "CAPDSRPT." DELIMITED BY SIZE
045700         DS-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
045800         INTO DS-CAPDSRPT-NAME.
045900 0900-EXIT.
046000     EXIT.
046100*-----------------------------------------------------------------
046200* 0950-OPEN-LOOKUPS OPENS THE MASTER AND THE REGISTRY FOR THE
046300* STANDING PRINTED AT THE HEAD OF EACH HISTORY. WITHOUT THEM THE
046400* HISTORY IS STILL COMPLETE, SO THEIR ABSENCE IS ONLY A WARNING.
046500*-----------------------------------------------------------------
046600 0950-OPEN-LOOKUPS SECTION.
046700 0950-START.
046800     OPEN INPUT CAPMAST-FILE
046900     IF DS-CAPMAST-STATUS = "00"
047000         MOVE "Y" TO DS-MAST-OPEN-SW
047100     ELSE
047200         DISPLAY "CAPDOSS - UNABLE TO OPEN CAPMAST, STATUS "
047300             DS-CAPMAST-STATUS ", NO STANDING WILL BE SHOWN"
047400         MOVE 4 TO DS-NEW-RC
047500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
047600     END-IF
047700     OPEN INPUT CAPSRCE-FILE
047800     IF DS-CAPSRCE-STATUS = "00"
047900         MOVE "Y" TO DS-SRCE-OPEN-SW
048000     ELSE
048100         DISPLAY "CAPDOSS - UNABLE TO OPEN CAPSRCE, STATUS "
048200             DS-CAPSRCE-STATUS ", NO REGISTRATION WILL BE SHOWN"
048300         MOVE 4 TO DS-NEW-RC
048400         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
048500     END-IF.
048600 0950-EXIT.
048700     EXIT.
048800*-----------------------------------------------------------------
048900* 1000-ASK-ONE-REQUEST TAKES ONE INQUIRY FROM THE OPERATOR. A
049000* BLANK NAME ENDS THE SESSION; BLANK DATES TAKE THE DEFAULTS.
049100*-----------------------------------------------------------------
049200 1000-ASK-ONE-REQUEST SECTION.
049300 1000-START.
049400     DISPLAY "CAPDOSS - ENTER SOURCE FILE NAME, OR A PREFIX "
049500         "ENDING IN * (BLANK TO END):"
049600     MOVE SPACES TO DS-WANT-NAME
049700     ACCEPT DS-WANT-NAME
049800     IF DS-WANT-NAME = SPACES
049900         GO TO 1000-EXIT
050000     END-IF
050100     DISPLAY "CAPDOSS - FROM DATE YYYY-MM-DD (BLANK FOR SEVEN "
050200         "YEARS BACK):"
050300     MOVE SPACES TO DS-FROM-X
050400     ACCEPT DS-FROM-X
050500     DISPLAY "CAPDOSS - TO DATE YYYY-MM-DD (BLANK FOR TODAY):"
050600     MOVE SPACES TO DS-TO-X
050700     ACCEPT DS-TO-X
050800     MOVE SPACES TO DS-REFERENCE.
050900 1000-EXIT.
051000     EXIT.
051100*-----------------------------------------------------------------
051200* 1100-READ-ONE-CARD TAKES THE NEXT CAPDSREQ REQUEST CARD,
051300* PASSING OVER BLANK LINES.
051400*-----------------------------------------------------------------
051500 1100-READ-ONE-CARD SECTION.
051600 1100-START.
051700     CONTINUE.
051800 1100-READ-LOOP.
051900     READ CAPDSREQ-FILE
052000         AT END
052100             MOVE "Y" TO DS-REQ-EOF-SW
052200             GO TO 1100-EXIT
052300     END-READ
052400     IF CAPDSREQ-RECORD = SPACES
052500         GO TO 1100-READ-LOOP
052600     END-IF
052700     MOVE DQ-SOURCE TO DS-WANT-NAME
052800     MOVE DQ-FROM TO DS-FROM-X
052900     MOVE DQ-TO TO DS-TO-X
053000     MOVE DQ-REFERENCE TO DS-REFERENCE.
053100 1100-EXIT.
053200     EXIT.
053300*-----------------------------------------------------------------
053400* 1200-SETTLE-REQUEST CHECKS THE NAME AND DATES AND FILLS IN THE
053500* DEFAULTS. A NAME WITH A * IS A PREFIX - EVERYTHING BEFORE THE *
053600* MUST MATCH, AND THERE MUST BE SOMETHING BEFORE IT. A REFUSED
053700* REQUEST SAYS WHY IN DS-REFUSAL.
053800*-----------------------------------------------------------------
053900 1200-SETTLE-REQUEST SECTION.
054000 1200-START.
054100     MOVE "N" TO DS-REQ-OK-SW
054200     MOVE SPACES TO DS-REFUSAL
054300     MOVE "N" TO DS-PREFIX-SW
054400     MOVE ZERO TO DS-WANT-LEN
054500     INSPECT DS-WANT-NAME TALLYING DS-WANT-LEN
054600         FOR CHARACTERS BEFORE INITIAL "*"
054700     IF DS-WANT-LEN < 80
054800         MOVE "Y" TO DS-PREFIX-SW
054900         IF DS-WANT-LEN = ZERO
055000             STRING "A PREFIX NEEDS AT LEAST ONE CHARACTER "
055100                 "BEFORE THE *"
055200                 DELIMITED BY SIZE INTO DS-REFUSAL
055300             GO TO 1200-EXIT
055400         END-IF
055500     END-IF
055600     IF DS-FROM-X = SPACES
055700         MOVE DS-RUN-DATE-X TO DS-FROM-X
055800         SUBTRACT 7 FROM DS-RUN-YYYY GIVING DS-PROBE-YYYY
055900         MOVE DS-PROBE-YYYY TO DS-FROM-X(1:4)
056000     END-IF
056100     IF DS-TO-X = SPACES
056200         MOVE DS-RUN-DATE-X TO DS-TO-X
056300     END-IF
056400     MOVE DS-FROM-X TO DS-DATE-CHECK
056500     PERFORM 1210-CHECK-DATE THRU 1210-EXIT
056600     IF NOT DS-DATE-OK
056700         STRING "FROM DATE '" DS-FROM-X "' IS NOT YYYY-MM-DD"
056800             DELIMITED BY SIZE INTO DS-REFUSAL
056900         GO TO 1200-EXIT
057000     END-IF
057100     MOVE DS-TO-X TO DS-DATE-CHECK
057200     PERFORM 1210-CHECK-DATE THRU 1210-EXIT
057300     IF NOT DS-DATE-OK
057400         STRING "TO DATE '" DS-TO-X "' IS NOT YYYY-MM-DD"
057500             DELIMITED BY SIZE INTO DS-REFUSAL
057600         GO TO 1200-EXIT
057700     END-IF
057800     IF DS-FROM-X > DS-TO-X
057900         MOVE "THE FROM DATE IS AFTER THE TO DATE" TO DS-REFUSAL
058000         GO TO 1200-EXIT
058100     END-IF
058200     MOVE "Y" TO DS-REQ-OK-SW.
058300 1200-EXIT.
058400     EXIT.
058500*-----------------------------------------------------------------
058600 1210-CHECK-DATE SECTION.
058700 1210-START.
058800     MOVE "N" TO DS-DATE-OK-SW
058900     IF DS-DATE-CHECK(1:4) NOT NUMERIC
059000             OR DS-DATE-CHECK(5:1) NOT = "-"
059100             OR DS-DATE-CHECK(6:2) NOT NUMERIC
059200             OR DS-DATE-CHECK(8:1) NOT = "-"
059300             OR DS-DATE-CHECK(9:2) NOT NUMERIC
059400         GO TO 1210-EXIT
059500     END-IF
059600     IF DS-DATE-CHECK(6:2) < "01" OR DS-DATE-CHECK(6:2) > "12"
059700             OR DS-DATE-CHECK(9:2) < "01"
059800             OR DS-DATE-CHECK(9:2) > "31"
059900         GO TO 1210-EXIT
060000     END-IF
060100     MOVE "Y" TO DS-DATE-OK-SW.
060200 1210-EXIT.
060300     EXIT.
060400*-----------------------------------------------------------------
060500* 2000-RUN-ONE-DOSSIER PRINTS ONE REQUEST'S HEADING, THEN SORTS
060600* EVERY MATCHING ROW FROM EVERY HISTORY DATASET INTO SOURCE AND
060700* DATE ORDER AND PRINTS IT.
060800*-----------------------------------------------------------------
060900 2000-RUN-ONE-DOSSIER SECTION.
061000 2000-START.
061100     ADD 1 TO DS-REQUESTS
061200     PERFORM 1200-SETTLE-REQUEST THRU 1200-EXIT
061300     PERFORM 3000-PRINT-DOSSIER-HEADER THRU 3000-EXIT
061400     IF NOT DS-REQ-OK
061500         ADD 1 TO DS-REQ-REFUSED
061600         MOVE " " TO DS-OUT-CTRL
061700         MOVE SPACES TO DS-OUT-LINE
061800         STRING "*** REQUEST REFUSED - " DS-REFUSAL
061900             DELIMITED BY SIZE INTO DS-OUT-LINE
062000         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
062100         MOVE 4 TO DS-NEW-RC
062200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
062300         GO TO 2000-EXIT
062400     END-IF
062500     MOVE ZERO TO DS-SEQ
062600     MOVE ZERO TO DS-EVENTS
062700     MOVE ZERO TO DS-SOURCES
062800     MOVE ZERO TO DS-DATASETS
062900     SORT HISTORY-SORT-FILE
063000         ON ASCENDING KEY DH-SOURCE
063100                          DH-DATE
063200                          DH-RANK
063300                          DH-TIME
063400                          DH-SEQ
063500         INPUT PROCEDURE IS 4000-GATHER-HISTORY
063600         OUTPUT PROCEDURE IS 5000-PRINT-HISTORY
063700     MOVE " " TO DS-OUT-CTRL
063800     MOVE SPACES TO DS-OUT-LINE
063900     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
064000     IF DS-EVENTS = ZERO
064100         ADD 1 TO DS-REQ-EMPTY
064200         MOVE "NO HISTORY FOUND IN THE DATE RANGE" TO DS-OUT-LINE
064300         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
064400         MOVE 4 TO DS-NEW-RC
064500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
064600         GO TO 2000-EXIT
064700     END-IF
064800     MOVE DS-EVENTS TO DS-COUNT-ED
064900     MOVE DS-SOURCES TO DS-TIMES-ED
065000     MOVE SPACES TO DS-OUT-LINE
065100     STRING "DOSSIER TOTAL..... " DS-COUNT-ED " EVENT(S) FOR "
065200         DS-TIMES-ED " SOURCE FILE(S)"
065300         DELIMITED BY SIZE INTO DS-OUT-LINE
065400     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
065500 2000-EXIT.
065600     EXIT.
065700*-----------------------------------------------------------------
065800 3000-PRINT-DOSSIER-HEADER SECTION.
065900 3000-START.
066000     MOVE "1" TO DS-OUT-CTRL
066100     MOVE "CAPDOSS - SOURCE HISTORY DOSSIER" TO DS-OUT-LINE
066200     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
066300     MOVE " " TO DS-OUT-CTRL
066400     MOVE SPACES TO DS-OUT-LINE
066500     STRING "REPORT DATE....... " DS-RUN-DATE-X
066600         DELIMITED BY SIZE INTO DS-OUT-LINE
066700     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
066800     MOVE SPACES TO DS-OUT-LINE
066900     STRING "REQUEST........... " DS-WANT-NAME
067000         DELIMITED BY SIZE INTO DS-OUT-LINE
067100     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
067200     IF DS-REQ-OK
067300         MOVE SPACES TO DS-OUT-LINE
067400         IF DS-PREFIX
067500             STRING "MATCHING.......... EVERY SOURCE FILE NAME "
067600                 "BEGINNING WITH THE PREFIX"
067700                 DELIMITED BY SIZE INTO DS-OUT-LINE
067800         ELSE
067900             STRING "MATCHING.......... THIS SOURCE FILE NAME "
068000                 "ONLY"
068100                 DELIMITED BY SIZE INTO DS-OUT-LINE
068200         END-IF
068300         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
068400         MOVE SPACES TO DS-OUT-LINE
068500         STRING "DATE RANGE........ " DS-FROM-X " THRU " DS-TO-X
068600             DELIMITED BY SIZE INTO DS-OUT-LINE
068700         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
068800     END-IF
068900     IF DS-REFERENCE NOT = SPACES
069000         MOVE SPACES TO DS-OUT-LINE
069100         STRING "REQUESTED BY...... " DS-REFERENCE
069200             DELIMITED BY SIZE INTO DS-OUT-LINE
069300         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
069400     END-IF
069500     MOVE SPACES TO DS-OUT-LINE
069600     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
069700 3000-EXIT.
069800     EXIT.
069900*-----------------------------------------------------------------
070000* 4000-GATHER-HISTORY IS THE SORT INPUT PROCEDURE. IT SEARCHES
070100* THE LIVE DATASETS, THEN THE PERIOD FILES AND ARCHIVES THAT
070200* EXIST FOR THE RANGE, LISTING EACH ONE READ.
070300*-----------------------------------------------------------------
070400 4000-GATHER-HISTORY SECTION.
070500 4000-START.
070600     MOVE " " TO DS-OUT-CTRL
070700     MOVE "DATASETS SEARCHED:" TO DS-OUT-LINE
070800     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
070900     MOVE "N" TO DS-QUIET-SW
071000     MOVE "CAPARLOG" TO DS-HIST-NAME
071100     MOVE "G" TO DS-HIST-KIND
071200     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
071300     MOVE "CAPRJHST" TO DS-HIST-NAME
071400     MOVE "H" TO DS-HIST-KIND
071500     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
071600     MOVE "CAPREJ" TO DS-HIST-NAME
071700     MOVE "R" TO DS-HIST-KIND
071800     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
071900     MOVE "CAPLEDGR" TO DS-HIST-NAME
072000     MOVE "L" TO DS-HIST-KIND
072100     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
072200     MOVE "CAPAUDIT" TO DS-HIST-NAME
072300     MOVE "A" TO DS-HIST-KIND
072400     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
072500     MOVE "Y" TO DS-QUIET-SW
072600     PERFORM 4200-SEARCH-PERIODS THRU 4200-EXIT
072700     PERFORM 4300-SEARCH-ARCHIVES THRU 4300-EXIT
072800     MOVE DS-DATASETS TO DS-TIMES-ED
072900     MOVE SPACES TO DS-OUT-LINE
073000     STRING "  " DS-TIMES-ED " DATASET(S) READ"
073100         DELIMITED BY SIZE INTO DS-OUT-LINE
073200     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
073300 4000-EXIT.
073400     EXIT.
073500*-----------------------------------------------------------------
073600* 4100-SEARCH-ONE-DATASET READS ONE HISTORY DATASET FROM END TO
073700* END, RELEASING AN EVENT FOR EVERY ROW OF THE REQUEST IN RANGE.
073800* A LIVE DATASET THAT CANNOT BE OPENED IS LISTED AND WARNED ON;
073900* A PERIOD FILE OR ARCHIVE THAT DOES NOT EXIST IS SIMPLY NOT
074000* THERE.
074100*-----------------------------------------------------------------
074200 4100-SEARCH-ONE-DATASET SECTION.
074300 4100-START.
074400     MOVE ZERO TO DS-DSN-READ
074500     MOVE ZERO TO DS-DSN-MATCHED
074600     OPEN INPUT HISTORY-FILE
074700     IF DS-HIST-STATUS NOT = "00"
074800         IF NOT DS-QUIET
074900             MOVE SPACES TO DS-OUT-LINE
075000             STRING "  " DS-HIST-NAME(1:16) "  NOT AVAILABLE, "
075100                 "STATUS " DS-HIST-STATUS
075200                 DELIMITED BY SIZE INTO DS-OUT-LINE
075300             PERFORM 7000-EMIT-LINE THRU 7000-EXIT
075400             MOVE 4 TO DS-NEW-RC
075500             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
075600         END-IF
075700         GO TO 4100-EXIT
075800     END-IF.
075900 4100-READ-LOOP.
076000     READ HISTORY-FILE
076100         AT END
076200             GO TO 4100-READS-DONE
076300     END-READ
076400     IF HISTORY-RECORD = SPACES
076500         GO TO 4100-READ-LOOP
076600     END-IF
076700     ADD 1 TO DS-DSN-READ
076800     EVALUATE TRUE
076900         WHEN DS-KIND-ARRIVAL
077000             PERFORM 4410-TAKE-ARRIVAL THRU 4410-EXIT
077100         WHEN DS-KIND-SUSPENSE
077200         WHEN DS-KIND-REJHIST
077300             PERFORM 4420-TAKE-REJECT THRU 4420-EXIT
077400         WHEN DS-KIND-LEDGER
077500             PERFORM 4430-TAKE-SCORE THRU 4430-EXIT
077600         WHEN DS-KIND-AUDIT
077700             PERFORM 4440-TAKE-AUDIT-ROW THRU 4440-EXIT
077800     END-EVALUATE
077900     GO TO 4100-READ-LOOP.
078000 4100-READS-DONE.
078100     CLOSE HISTORY-FILE
078200     ADD 1 TO DS-DATASETS
078300     MOVE DS-DSN-READ TO DS-COUNT-ED
078400     MOVE DS-DSN-MATCHED TO DS-ANS-ED
078500     MOVE SPACES TO DS-OUT-LINE
078600     STRING "  " DS-HIST-NAME(1:16) DS-COUNT-ED " ROW(S) READ "
078700         DS-ANS-ED " EVENT(S) TAKEN"
078800         DELIMITED BY SIZE INTO DS-OUT-LINE
078900     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
079000 4100-EXIT.
079100     EXIT.
079200*-----------------------------------------------------------------
079300* 4200-SEARCH-PERIODS LOOKS FOR THE CAPLPER.YYYYMM PERIOD FILE OF
079400* EVERY MONTH IN THE RANGE, UP TO THE CURRENT MONTH.
079500*-----------------------------------------------------------------
079600 4200-SEARCH-PERIODS SECTION.
079700 4200-START.
079800     MOVE DS-FROM-X(1:4) TO DS-PROBE-YYYY
079900     MOVE DS-FROM-X(6:2) TO DS-PROBE-MM
080000     MOVE 1 TO DS-PROBE-DD
080100     MOVE DS-TO-X(1:4) TO DS-LAST-YYYYMM(1:4)
080200     MOVE DS-TO-X(6:2) TO DS-LAST-YYYYMM(5:2)
080300     IF DS-LAST-YYYYMM > DS-RUN-YYYYMM
080400         MOVE DS-RUN-YYYYMM TO DS-LAST-YYYYMM
080500     END-IF
080600     MOVE "L" TO DS-HIST-KIND.
080700 4200-MONTH-LOOP.
080800     MOVE DS-PROBE-DATE(1:6) TO DS-PROBE-YYYYMM
080900     IF DS-PROBE-YYYYMM > DS-LAST-YYYYMM
081000         GO TO 4200-EXIT
081100     END-IF
081200     MOVE SPACES TO DS-HIST-NAME
081300     STRING "CAPLPER." DS-PROBE-YYYYMM
081400         DELIMITED BY SIZE INTO DS-HIST-NAME
081500     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
081600     ADD 1 TO DS-PROBE-MM
081700     IF DS-PROBE-MM > 12
081800         MOVE 1 TO DS-PROBE-MM
081900         ADD 1 TO DS-PROBE-YYYY
082000     END-IF
082100     GO TO 4200-MONTH-LOOP.
082200 4200-EXIT.
082300     EXIT.
082400*-----------------------------------------------------------------
082500* 4300-SEARCH-ARCHIVES LOOKS FOR THE CAPARCH.YYYYMMDD ARCHIVE OF
082600* EVERY DAY FROM THE FROM DATE TO TODAY. AN ARCHIVE CUT ANY DAY
082700* AFTER THE RANGE ENDS CAN STILL HOLD ROWS FROM INSIDE IT.
082800*-----------------------------------------------------------------
082900 4300-SEARCH-ARCHIVES SECTION.
083000 4300-START.
083100     MOVE DS-FROM-X(1:4) TO DS-PROBE-YYYY
083200     MOVE DS-FROM-X(6:2) TO DS-PROBE-MM
083300     MOVE DS-FROM-X(9:2) TO DS-PROBE-DD
083400     MOVE "A" TO DS-HIST-KIND.
083500 4300-DAY-LOOP.
083600     MOVE DS-PROBE-DATE TO DS-PROBE-YYYYMMDD
083700     IF DS-PROBE-YYYYMMDD > DS-RUN-DATE-YYYYMMDD
083800         GO TO 4300-EXIT
083900     END-IF
084000     MOVE SPACES TO DS-HIST-NAME
084100     STRING "CAPARCH." DS-PROBE-YYYYMMDD
084200         DELIMITED BY SIZE INTO DS-HIST-NAME
084300     PERFORM 4100-SEARCH-ONE-DATASET THRU 4100-EXIT
084400     PERFORM 4310-NEXT-DAY THRU 4310-EXIT
084500     GO TO 4300-DAY-LOOP.
084600 4300-EXIT.
084700     EXIT.
084800*-----------------------------------------------------------------
084900* 4310-NEXT-DAY STEPS THE PROBE DATE ON ONE CALENDAR DAY. A DAY
085000* PAST THE END OF ITS MONTH (A KEYED 02-30) ROLLS STRAIGHT ON TO
085100* THE FIRST OF THE NEXT.
085200*-----------------------------------------------------------------
085300 4310-NEXT-DAY SECTION.
085400 4310-START.
085500     EVALUATE DS-PROBE-MM
085600         WHEN 4
085700         WHEN 6
085800         WHEN 9
085900         WHEN 11
086000             MOVE 30 TO DS-MONTH-DAYS
086100         WHEN 2
086200             MOVE 28 TO DS-MONTH-DAYS
086300             DIVIDE DS-PROBE-YYYY BY 4
086400                 GIVING DS-QUOT REMAINDER DS-REM
086500             IF DS-REM = ZERO
086600                 MOVE 29 TO DS-MONTH-DAYS
086700                 DIVIDE DS-PROBE-YYYY BY 100
086800                     GIVING DS-QUOT REMAINDER DS-REM
086900                 IF DS-REM = ZERO
087000                     MOVE 28 TO DS-MONTH-DAYS
087100                     DIVIDE DS-PROBE-YYYY BY 400
087200                         GIVING DS-QUOT REMAINDER DS-REM
087300                     IF DS-REM = ZERO
087400                         MOVE 29 TO DS-MONTH-DAYS
087500                     END-IF
087600                 END-IF
087700             END-IF
087800         WHEN OTHER
087900             MOVE 31 TO DS-MONTH-DAYS
088000     END-EVALUATE
088100     ADD 1 TO DS-PROBE-DD
088200     IF DS-PROBE-DD > DS-MONTH-DAYS
088300         MOVE 1 TO DS-PROBE-DD
088400         ADD 1 TO DS-PROBE-MM
088500         IF DS-PROBE-MM > 12
088600             MOVE 1 TO DS-PROBE-MM
088700             ADD 1 TO DS-PROBE-YYYY
088800         END-IF
088900     END-IF.
089000 4310-EXIT.
089100     EXIT.
089200*-----------------------------------------------------------------
089300* 4410-TAKE-ARRIVAL - A CAPARLOG ROW: DATE 1-10, DISPOSITION
089400* 12-21, PUZZLE TYPE 23-26, SOURCE NAME 28-107.
089500*-----------------------------------------------------------------
089600 4410-TAKE-ARRIVAL SECTION.
089700 4410-START.
089800     MOVE "N" TO DS-ROW-OLD-SW
089900     MOVE HISTORY-RECORD(28:80) TO DS-ROW-NAME
090000     MOVE HISTORY-RECORD(1:10) TO DS-ROW-DATE
090100     PERFORM 4500-MATCH-ROW THRU 4500-EXIT
090200     IF NOT DS-ROW-MATCHES
090300         GO TO 4410-EXIT
090400     END-IF
090500     MOVE "1" TO DH-RANK
090600     MOVE SPACES TO DH-TIME
090700     MOVE "ARRIVED" TO DH-EVENT
090800     MOVE SPACES TO DH-USER
090900     MOVE SPACES TO DH-DETAIL
091000     STRING HISTORY-RECORD(12:10) "  PUZZLE " HISTORY-RECORD(23:4)
091100         DELIMITED BY SIZE INTO DH-DETAIL
091200     PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT.
091300 4410-EXIT.
091400     EXIT.
091500*-----------------------------------------------------------------
091600* 4420-TAKE-REJECT - A CAPREJ OR CAPRJHST ROW: DATE 1-10, SOURCE
091700* NAME 12-91, REASON 93-94, POSITION 96-103, CHARACTER 105. A ROW
091800* STILL ON CAPREJ IS STILL IN SUSPENSE, WAITING ON A RESUBMIT.
091900*-----------------------------------------------------------------
092000 4420-TAKE-REJECT SECTION.
092100 4420-START.
092200     MOVE "N" TO DS-ROW-OLD-SW
092300     MOVE HISTORY-RECORD(12:80) TO DS-ROW-NAME
092400     MOVE HISTORY-RECORD(1:10) TO DS-ROW-DATE
092500     PERFORM 4500-MATCH-ROW THRU 4500-EXIT
092600     IF NOT DS-ROW-MATCHES
092700         GO TO 4420-EXIT
092800     END-IF
092900     EVALUATE HISTORY-RECORD(93:2)
093000         WHEN "OV"
093100             MOVE "OVERLONG" TO DS-REASON-TEXT
093200         WHEN "EM"
093300             MOVE "EMPTY FILE" TO DS-REASON-TEXT
093400         WHEN "BC"
093500             MOVE "BAD CHARACTER" TO DS-REASON-TEXT
093600         WHEN "PT"
093700             MOVE "NO SCORER FOR TYPE" TO DS-REASON-TEXT
093710         WHEN "NL"
093720             MOVE "NOT LOWERCASE" TO DS-REASON-TEXT
093730         WHEN "BL"
093740             MOVE "BLANK LINE" TO DS-REASON-TEXT
093800         WHEN OTHER
093900             MOVE "REASON NOT KNOWN" TO DS-REASON-TEXT
094000     END-EVALUATE
094100     MOVE "2" TO DH-RANK
094200     MOVE SPACES TO DH-TIME
094300     MOVE "REJECTED" TO DH-EVENT
094400     MOVE SPACES TO DH-USER
094500     MOVE SPACES TO DH-DETAIL
094510     IF HISTORY-RECORD(93:2) = "NL" OR HISTORY-RECORD(93:2) = "BL"
094520         STRING HISTORY-RECORD(93:2) " " DS-REASON-TEXT
094530             " AT LINE " HISTORY-RECORD(96:8) " '"
094540             HISTORY-RECORD(105:1) "'" DELIMITED BY SIZE
094550             INTO DH-DETAIL
094560     ELSE
094570         STRING HISTORY-RECORD(93:2) " " DS-REASON-TEXT
094577             " AT " HISTORY-RECORD(96:8) " '"
094584             HISTORY-RECORD(105:1) "'" DELIMITED BY SIZE
094591             INTO DH-DETAIL
094600     END-IF
094900     IF DS-KIND-SUSPENSE
095000         MOVE "IN SUSPENSE" TO DH-DETAIL(47:11)
095100     END-IF
095200     PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT.
095300 4420-EXIT.
095400     EXIT.
095500*-----------------------------------------------------------------
095600* 4430-TAKE-SCORE - A CAPLEDGR OR CAPLPER ROW: DATE 1-10, PART 1
095700* ANSWER 53-60, DIGITS 74-80; A V2 ROW ADDS THE PUZZLE TYPE AT
095800* 84-87, THE PART 2 ANSWER AT 89-96 AND THE FULL NAME AT 98-177.
095900* AN OLDER ROW HAS ONLY THE 40-BYTE NAME AT 12-51. CAPBKOUT'S
096000* REVERSAL ROWS ARE LEFT TO THE AUDIT TRAIL, WHICH SAYS WHO.
096100*-----------------------------------------------------------------
096200 4430-TAKE-SCORE SECTION.
096300 4430-START.
096400     IF HISTORY-RECORD(62:8) = "REVERSAL"
096500         GO TO 4430-EXIT
096600     END-IF
096700     IF HISTORY-RECORD(81:2) = "V2"
096800         MOVE "N" TO DS-ROW-OLD-SW
096900         MOVE HISTORY-RECORD(98:80) TO DS-ROW-NAME
097000         MOVE HISTORY-RECORD(89:8) TO DS-P2-X
097100     ELSE
097200         MOVE "Y" TO DS-ROW-OLD-SW
097300         MOVE HISTORY-RECORD(12:40) TO DS-ROW-NAME
097400         MOVE "     N/A" TO DS-P2-X
097500     END-IF
097600     MOVE HISTORY-RECORD(1:10) TO DS-ROW-DATE
097700     PERFORM 4500-MATCH-ROW THRU 4500-EXIT
097800     IF NOT DS-ROW-MATCHES
097900         GO TO 4430-EXIT
098000     END-IF
098100     MOVE HISTORY-RECORD(74:7) TO DS-DIGITS-X
098200     IF DS-DIGITS-X NUMERIC
098300         MOVE DS-DIGITS-X TO DS-DIGITS-9
098400         MOVE DS-DIGITS-9 TO DS-DIGITS-ED
098500         MOVE DS-DIGITS-ED TO DS-DIGITS-X
098600     ELSE
098700         MOVE "    N/A" TO DS-DIGITS-X
098800     END-IF
098900     MOVE "3" TO DH-RANK
099000     MOVE SPACES TO DH-TIME
099100     MOVE "SCORED" TO DH-EVENT
099200     MOVE SPACES TO DH-USER
099300     MOVE SPACES TO DH-DETAIL
099400     STRING "PART 1 " HISTORY-RECORD(53:8) "  PART 2 " DS-P2-X
099500         "  DIGITS " DS-DIGITS-X
099600         DELIMITED BY SIZE INTO DH-DETAIL
099700     MOVE HISTORY-RECORD(53:8) TO DH-ANS
099800     PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT.
099900 4430-EXIT.
100000     EXIT.
100100*-----------------------------------------------------------------
100200* 4440-TAKE-AUDIT-ROW - A CAPAUDIT OR CAPARCH ROW: STAMP 1-19,
100300* USER 21-40, PART 1 92-99, PART 2 101-108, ACTION 110, REASON
100400* 112-113. A CAPBKOUT ROW ADDS THE ROWS BACKED OUT AT 115-119 AND
100500* THEIR DATE AT 121-130, A V2 ROW THE FULL NAME AT 140-219 (ELSE
100600* THE 40-BYTE NAME AT 42-81), A CAPMNT ROW THE CHECKER AT 221-240.
100610* A CAPDMNT HOLD (H) OR RELEASE (L) ROW CARRIES ITS DISPUTE NUMBER
100620* AT 115-120 AND ITS REASON OR RESOLUTION CODE AT 112-113.
100700* A ROW WITH NO ACTION IS A SCORE ECHO AND THE LEDGER HAS IT.
100800*-----------------------------------------------------------------
100900 4440-TAKE-AUDIT-ROW SECTION.
101000 4440-START.
101100     IF HISTORY-RECORD(110:1) = SPACE
101200         GO TO 4440-EXIT
101300     END-IF
101400     IF HISTORY-RECORD(132:2) = "V2"
101500         MOVE "N" TO DS-ROW-OLD-SW
101600         MOVE HISTORY-RECORD(140:80) TO DS-ROW-NAME
101700     ELSE
101800         MOVE "Y" TO DS-ROW-OLD-SW
101900         MOVE HISTORY-RECORD(42:40) TO DS-ROW-NAME
102000     END-IF
102100     MOVE HISTORY-RECORD(1:10) TO DS-ROW-DATE
102200     PERFORM 4500-MATCH-ROW THRU 4500-EXIT
102300     IF NOT DS-ROW-MATCHES
102400         GO TO 4440-EXIT
102500     END-IF
102600     MOVE "4" TO DH-RANK
102700     MOVE HISTORY-RECORD(12:8) TO DH-TIME
102800     MOVE HISTORY-RECORD(21:20) TO DH-USER
102900     MOVE SPACES TO DH-DETAIL
103000     IF HISTORY-RECORD(112:2) = "BK"
103100         MOVE "BACKED OUT" TO DH-EVENT
103200         IF HISTORY-RECORD(110:1) = "D"
103300             STRING HISTORY-RECORD(115:5) " ROW(S) OF "
103400                 HISTORY-RECORD(121:10) ", MASTER ROW DELETED"
103500                 DELIMITED BY SIZE INTO DH-DETAIL
103600         ELSE
103700             STRING HISTORY-RECORD(115:5) " ROW(S) OF "
103800                 HISTORY-RECORD(121:10) ", NOW P1 "
103900                 HISTORY-RECORD(92:8) " P2 " HISTORY-RECORD(101:8)
104000                 DELIMITED BY SIZE INTO DH-DETAIL
104100         END-IF
104105         PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT
104110         GO TO 4440-EXIT
104115     END-IF
104120     IF HISTORY-RECORD(110:1) = "H"
104125         MOVE "DISPUTED" TO DH-EVENT
104130         STRING "DISPUTE " HISTORY-RECORD(115:6) " REASON "
104135             HISTORY-RECORD(112:2) " P1 " HISTORY-RECORD(92:8)
104140             " P2 " HISTORY-RECORD(101:8)
104145             DELIMITED BY SIZE INTO DH-DETAIL
104150         PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT
104155         GO TO 4440-EXIT
104160     END-IF
104165     IF HISTORY-RECORD(110:1) = "L"
104170         MOVE "RELEASED" TO DH-EVENT
104175         STRING "DISPUTE " HISTORY-RECORD(115:6) " RESOLVED "
104180             HISTORY-RECORD(112:2) " P1 " HISTORY-RECORD(92:8)
104185             " P2 " HISTORY-RECORD(101:8)
104190             DELIMITED BY SIZE INTO DH-DETAIL
104200         PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT
104300         GO TO 4440-EXIT
104400     END-IF
104500     EVALUATE HISTORY-RECORD(110:1)
104600         WHEN "A"
104700             MOVE "MAINT ADD" TO DH-EVENT
104800         WHEN "C"
104900             MOVE "MAINT CHANGE" TO DH-EVENT
105000         WHEN "D"
105100             MOVE "MAINT DELETE" TO DH-EVENT
105200         WHEN "R"
105300             MOVE "MAINT RENAME" TO DH-EVENT
105400         WHEN OTHER
105500             MOVE SPACES TO DH-EVENT
105600             STRING "ACTION " HISTORY-RECORD(110:1)
105700                 DELIMITED BY SIZE INTO DH-EVENT
105800     END-EVALUATE
105900     STRING "REASON " HISTORY-RECORD(112:2) " CHECKER "
106000         HISTORY-RECORD(221:20) " P1 " HISTORY-RECORD(92:8)
106100         " P2 " HISTORY-RECORD(101:8)
106200         DELIMITED BY SIZE INTO DH-DETAIL
106300     PERFORM 4600-RELEASE-EVENT THRU 4600-EXIT.
106400 4440-EXIT.
106500     EXIT.
106600*-----------------------------------------------------------------
106700* 4500-MATCH-ROW DECIDES WHETHER THE ROW JUST PARSED BELONGS TO
106800* THE REQUEST AND, IF SO, WHICH HISTORY IT GOES UNDER. AN OLD
106900* 40-BYTE NAME IS COMPARED ON NO MORE THAN ITS 40 BYTES.
107000*-----------------------------------------------------------------
107100 4500-MATCH-ROW SECTION.
107200 4500-START.
107300     MOVE "N" TO DS-MATCH-SW
107400     IF DS-ROW-DATE < DS-FROM-X OR DS-ROW-DATE > DS-TO-X
107500         GO TO 4500-EXIT
107600     END-IF
107700     IF DS-PREFIX
107800         MOVE DS-WANT-LEN TO DS-CMP-LEN
107900         IF DS-ROW-OLD AND DS-CMP-LEN > 40
108000             MOVE 40 TO DS-CMP-LEN
108100         END-IF
108200         IF DS-ROW-NAME(1:DS-CMP-LEN) = DS-WANT-NAME(1:DS-CMP-LEN)
108300             MOVE "Y" TO DS-MATCH-SW
108400             MOVE DS-ROW-NAME TO DH-SOURCE
108500         END-IF
108600         GO TO 4500-EXIT
108700     END-IF
108800     IF DS-ROW-OLD
108900         IF DS-ROW-NAME(1:40) = DS-WANT-NAME(1:40)
109000             MOVE "Y" TO DS-MATCH-SW
109100         END-IF
109200     ELSE
109300         IF DS-ROW-NAME = DS-WANT-NAME
109400             MOVE "Y" TO DS-MATCH-SW
109500         END-IF
109600     END-IF
109700     MOVE DS-WANT-NAME TO DH-SOURCE.
109800 4500-EXIT.
109900     EXIT.
110000*-----------------------------------------------------------------
110100 4600-RELEASE-EVENT SECTION.
110200 4600-START.
110300     MOVE DS-ROW-DATE TO DH-DATE
110400     ADD 1 TO DS-SEQ
110500     MOVE DS-SEQ TO DH-SEQ
110600     MOVE DS-HIST-NAME(1:16) TO DH-ORIGIN
110700     IF DH-EVENT NOT = "SCORED"
110800         MOVE SPACES TO DH-ANS
110900     END-IF
111000     RELEASE HISTORY-SORT-RECORD
111100     ADD 1 TO DS-DSN-MATCHED.
111200 4600-EXIT.
111300     EXIT.
111400*-----------------------------------------------------------------
111500* 5000-PRINT-HISTORY IS THE SORT OUTPUT PROCEDURE. THE EVENTS COME
111600* BACK GROUPED BY SOURCE AND IN DATE ORDER WITHIN IT, SO A BREAK
111700* ON THE SOURCE NAME GIVES ONE HISTORY PER FILE.
111800*-----------------------------------------------------------------
111900 5000-PRINT-HISTORY SECTION.
112000 5000-START.
112100     MOVE SPACES TO DS-PREV-SOURCE.
112200 5000-RETURN-LOOP.
112300     RETURN HISTORY-SORT-FILE
112400         AT END
112500             GO TO 5000-RETURNS-DONE
112600     END-RETURN
112700     IF DS-EVENTS = ZERO OR DH-SOURCE NOT = DS-PREV-SOURCE
112800         IF DS-EVENTS > ZERO
112900             PERFORM 5300-PRINT-SOURCE-TOTAL THRU 5300-EXIT
113000         END-IF
113100         PERFORM 5100-PRINT-SOURCE-HEADER THRU 5100-EXIT
113200         MOVE DH-SOURCE TO DS-PREV-SOURCE
113300     END-IF
113400     PERFORM 5200-PRINT-EVENT THRU 5200-EXIT
113500     GO TO 5000-RETURN-LOOP.
113600 5000-RETURNS-DONE.
113700     IF DS-EVENTS > ZERO
113800         PERFORM 5300-PRINT-SOURCE-TOTAL THRU 5300-EXIT
113900     END-IF.
114000 5000-EXIT.
114100     EXIT.
114200*-----------------------------------------------------------------
114300* 5100-PRINT-SOURCE-HEADER HEADS ONE SOURCE'S HISTORY WITH ITS
114400* REGISTRATION AND ITS STANDING ON THE MASTER TODAY.
114500*-----------------------------------------------------------------
114600 5100-PRINT-SOURCE-HEADER SECTION.
114700 5100-START.
114800     ADD 1 TO DS-SOURCES
114900     MOVE ZERO TO DS-SRC-EVENTS
115000     MOVE ZERO TO DS-SCORES-SEEN
115100     MOVE SPACES TO DS-PREV-ANS
115200     MOVE " " TO DS-OUT-CTRL
115300     MOVE SPACES TO DS-OUT-LINE
115400     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
115500     STRING "SOURCE FILE....... " DH-SOURCE
115600         DELIMITED BY SIZE INTO DS-OUT-LINE
115700     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
115800     MOVE SPACES TO DS-OUT-LINE
115900     IF NOT DS-SRCE-OPEN
116000         STRING "REGISTRATION...... CAPSRCE NOT AVAILABLE"
116100             DELIMITED BY SIZE INTO DS-OUT-LINE
116200     ELSE
116300         MOVE DH-SOURCE TO SR-SOURCE
116400         READ CAPSRCE-FILE
116500             INVALID KEY
116600                 CONTINUE
116700         END-READ
116800         IF DS-CAPSRCE-STATUS = "00"
116900             STRING "REGISTRATION...... VENDOR " SR-VENDOR
117000                 "  PUZZLE " SR-PUZZLE "  SCHEDULE " SR-SCHED
117100                 DELIMITED BY SIZE INTO DS-OUT-LINE
117200         ELSE
117300             STRING "REGISTRATION...... NOT ON THE CAPSRCE "
117400                 "REGISTRY"
117500                 DELIMITED BY SIZE INTO DS-OUT-LINE
117600         END-IF
117700     END-IF
117800     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
117900     MOVE SPACES TO DS-OUT-LINE
118000     IF NOT DS-MAST-OPEN
118100         STRING "STANDING.......... CAPMAST NOT AVAILABLE"
118200             DELIMITED BY SIZE INTO DS-OUT-LINE
118300     ELSE
118400         MOVE DH-SOURCE TO CM-SOURCE
118500         READ CAPMAST-FILE
118600             INVALID KEY
118700                 CONTINUE
118800         END-READ
118900         IF DS-CAPMAST-STATUS = "00"
119000             MOVE CM-TIMES-SCORED TO DS-TIMES-ED
119100             MOVE CM-ANS TO DS-ANS-ED
119200             MOVE CM-HALFWAY TO DS-HALF-ED
119300             STRING "STANDING.......... FIRST SCORED "
119400                 CM-FIRST-DATE "  LAST SCORED " CM-LAST-DATE
119500                 "  TIMES " DS-TIMES-ED "  PART 1 " DS-ANS-ED
119600                 "  PART 2 " DS-HALF-ED
119700                 DELIMITED BY SIZE INTO DS-OUT-LINE
119800         ELSE
119900             STRING "STANDING.......... NOT ON THE SUBMISSION "
120000                 "MASTER"
120100                 DELIMITED BY SIZE INTO DS-OUT-LINE
120200         END-IF
120300     END-IF
120400     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
120410     IF DS-MAST-OPEN AND DS-CAPMAST-STATUS = "00" AND CM-ON-HOLD
120420         MOVE SPACES TO DS-OUT-LINE
120430         STRING "HOLD.............. ON HOLD UNDER OPEN DISPUTE "
120440             CM-HOLD-DISPUTE " - ANSWERS FROZEN, ROWS HELD OFF "
120450             "CAPIFACE"
120460             DELIMITED BY SIZE INTO DS-OUT-LINE
120470         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
120480     END-IF
120500     MOVE SPACES TO DS-OUT-LINE
120600     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
120700     MOVE DS-COLHDR-LINE TO DS-OUT-LINE
120800     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
120900 5100-EXIT.
121000     EXIT.
121100*-----------------------------------------------------------------
121200* 5200-PRINT-EVENT PRINTS ONE EVENT. THE FIRST SCORE IN THE
121300* HISTORY PRINTS AS SCORED AND EVERY LATER ONE AS RE-SCORED,
121400* MARKED CHANGED WHEN ITS PART 1 ANSWER DIFFERS FROM THE LAST.
121500*-----------------------------------------------------------------
121600 5200-PRINT-EVENT SECTION.
121700 5200-START.
121800     ADD 1 TO DS-EVENTS
121900     ADD 1 TO DS-SRC-EVENTS
122000     MOVE DH-DATE TO DS-EL-DATE
122100     MOVE DH-TIME TO DS-EL-TIME
122200     MOVE DH-EVENT TO DS-EL-EVENT
122300     MOVE DH-USER TO DS-EL-USER
122400     MOVE DH-DETAIL TO DS-EL-DETAIL
122500     MOVE DH-ORIGIN TO DS-EL-ORIGIN
122600     IF DH-EVENT = "SCORED"
122700         IF DS-SCORES-SEEN > ZERO
122800             MOVE "RE-SCORED" TO DS-EL-EVENT
122900             IF DH-ANS NOT = DS-PREV-ANS
123000                 MOVE "CHANGED" TO DS-EL-DETAIL(50:7)
123100             END-IF
123200         END-IF
123300         ADD 1 TO DS-SCORES-SEEN
123400         MOVE DH-ANS TO DS-PREV-ANS
123500     END-IF
123600     MOVE " " TO DS-OUT-CTRL
123700     MOVE DS-EVENT-LINE TO DS-OUT-LINE
123800     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
123900 5200-EXIT.
124000     EXIT.
124100*-----------------------------------------------------------------
124200 5300-PRINT-SOURCE-TOTAL SECTION.
124300 5300-START.
124400     MOVE DS-SRC-EVENTS TO DS-COUNT-ED
124500     MOVE " " TO DS-OUT-CTRL
124600     MOVE SPACES TO DS-OUT-LINE
124700     STRING "  " DS-COUNT-ED " EVENT(S)"
124800         DELIMITED BY SIZE INTO DS-OUT-LINE
124900     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
125000 5300-EXIT.
125100     EXIT.
125200*-----------------------------------------------------------------
125300* 7000-EMIT-LINE SENDS ONE LINE TO THE CAPDSRPT REPORT IN A BATCH
125400* RUN OR TO THE SCREEN IN AN INTERACTIVE ONE, WHERE A NEW PAGE IS
125500* A BLANK LINE.
125600*-----------------------------------------------------------------
125700 7000-EMIT-LINE SECTION.
125800 7000-START.
125900     IF DS-BATCH
126000         WRITE CAPDSRPT-RECORD FROM DS-OUT-RECORD
126100         GO TO 7000-EXIT
126200     END-IF
126300     IF DS-OUT-CTRL = "1"
126400         DISPLAY " "
126500     END-IF
126600     DISPLAY DS-OUT-LINE.
126700 7000-EXIT.
126800     EXIT.
126900*-----------------------------------------------------------------
127000 7900-PRINT-FOOTER SECTION.
127100 7900-START.
127200     MOVE " " TO DS-OUT-CTRL
127300     MOVE SPACES TO DS-OUT-LINE
127400     PERFORM 7000-EMIT-LINE THRU 7000-EXIT
127500     MOVE "***** END OF CAPDOSS SOURCE HISTORY DOSSIER *****"
127600         TO DS-OUT-LINE
127700     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
127800 7900-EXIT.
127900     EXIT.
128000*-----------------------------------------------------------------
128100* 8000-WRITE-REPORT-INDEX RECORDS THE CAPDSRPT GENERATION ON THE
128200* CAPRPIDX INDEX, FOR CAPRPRNT.
128300*-----------------------------------------------------------------
128400 8000-WRITE-REPORT-INDEX SECTION.
128500 8000-START.
128600     OPEN EXTEND CAPRPIDX-FILE
128700     IF DS-CAPRPIDX-STATUS = "05" OR DS-CAPRPIDX-STATUS = "35"
128800         OPEN OUTPUT CAPRPIDX-FILE
128900     END-IF
129000     IF DS-CAPRPIDX-STATUS NOT = "00"
129100         DISPLAY "CAPDOSS - UNABLE TO OPEN CAPRPIDX, STATUS "
129200             DS-CAPRPIDX-STATUS
129300         GO TO 8000-EXIT
129400     END-IF
129500     MOVE DS-CAPDSRPT-NAME(1:20) TO DS-RX-NAME
129600     MOVE "CAPDSRPT" TO DS-RX-TYPE
129700     MOVE DS-RUN-DATE-X TO DS-RX-DATE
129800     MOVE DS-RUN-RC TO DS-RX-RC
129900     WRITE CAPRPIDX-RECORD FROM DS-RPIDX-LINE
130000     CLOSE CAPRPIDX-FILE.
130100 8000-EXIT.
130200     EXIT.
130300*-----------------------------------------------------------------
130400* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
130500* DS-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
130600* CONDITIONS ONLY EVER ESCALATE.
130700*-----------------------------------------------------------------
130800 9000-RAISE-CONDITION SECTION.
130900 9000-START.
131000     IF DS-NEW-RC > DS-RUN-RC
131100         MOVE DS-NEW-RC TO DS-RUN-RC
131200     END-IF.
131300 9000-EXIT.
131400     EXIT.
131500*-----------------------------------------------------------------
131600 END PROGRAM CAPDOSS.
