000600* PURPOSE.    BACKUP, RESTORE AND DISASTER REBUILD FOR CAPMAST
000700*             AND CAPFPRNT.
000800*
000810*             CAPMAST IS THE SHOP'S MASTER AND CAPFPRNT, INDEXED
000820*             ON THE FINGERPRINT, IS THE ONLY DEFENSE AGAINST A
000830*             VENDOR RE-SEND DOUBLE-COUNTING - AND NEITHER HAD A
000840*             BACKUP.
001200*             THIS JOB RUNS IN ONE OF THREE MODES, NAMED BY THE
001300*             CAPBKMODE ENVIRONMENT SETTING:
001400*
003800*                      WITH THE CAPMASTB BACKUP IS REPORTED, SO
003900*                      THE SHOP KNOWS EXACTLY WHAT IT RECOVERED.
004000*
004100*             A V2 LEDGER OR TRAIL ROW CARRIES THE FULL 80-BYTE
004200*             SOURCE NAME AND THAT IS THE REBUILT KEY; AN OLD ROW
004210*             CARRIES ONLY THE FIRST 40 BYTES, SO HISTORY NOT YET
004220*             THROUGH CAPCONV REBUILDS UNDER THAT SHORT NAME AND
004230*             THE BACKUP COMPARISON NAMES EVERY SUCH ROW. HISTORY
004300*             ALREADY CUT AWAY BY CAPCLOSE OR CAPRETN IS NOT ON
004400*             THE LIVE FILES - FOR A FULL-DEPTH
004500*             REBUILD THE OPERATOR CONCATENATES THE CAPLPER
004600*             PERIOD FILES AND CAPARCH ARCHIVES BACK INTO THE
004700*             CAPLEDGR AND CAPAUDIT INPUTS FIRST.
005300*
005400* MODIFICATION HISTORY.
005500*   2026-09-03  M00SK  ORIGINAL VERSION.
005510*   2026-10-15  M00SK  REBUILD READS BOTH LEDGER AND TRAIL
005520*                      LAYOUTS AND KEYS A V2 ROW BY ITS FULL
005530*                      80-BYTE SOURCE NAME, SO TWO SOURCES
005540*                      SHARING THEIR FIRST 40 BYTES NO LONGER
005550*                      COLLAPSE INTO ONE REBUILT ROW. THE BACKUP
005560*                      IS COMPARED ON THE FULL NAME, AND A
005570*                      DIFFERENCE PRINTS THE NAME AND THE TEXT
005580*                      ON TWO LINES.
005586*   2026-10-15  M00SK  AUDIT RECORDS WIDENED TO 240 BYTES - CAPMNT
005592*                      ECHOES CARRY THE CHECKER IN COLS 221-240.
005593*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
005594*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
005595*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
005596*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
005606*   2026-10-15  M00SK  CAPFPRNT IS NOW INDEXED ON THE FINGERPRINT.
005616*                      UNLOAD READS IT IN KEY ORDER; RELOAD WRITES
005626*                      IT BY KEY AND REPORTS A FINGERPRINT THE
005636*                      BACKUP HOLDS TWICE, CONDITION 4. A FLAT
005646*                      REGISTRY UNLOADED BEFORE THE CHANGE RELOADS
005656*                      STRAIGHT INTO THE INDEXED ONE. A FULL
005666*                      REBUILD OR BACKUP TABLE NOW STOPS THE RUN
005676*                      WITH CONDITION 16 AND THE MASTER UNTOUCHED.
005677*   2026-10-15  M00SK  CAPMAST CARRIES THE DISPUTE HOLD FLAG AND
005678*                      DISPUTE NUMBER; CAPMASTB ROWS GROW TO 146
005679*                      BYTES TO KEEP THEM. A BACKUP UNLOADED
005680*                      BEFORE THE CHANGE RELOADS WITH NO SOURCE
005681*                      ON HOLD. THE REBUILD REPLAYS CAPDMNT'S
005682*                      HOLD (H) AND RELEASE (L) ROWS, FREEZES A
005683*                      HELD SOURCE'S VALUES AGAINST ITS SCORING
005684*                      ROWS AS CAPDRIVE DOES, AND COMPARES THE
005685*                      FLAG WITH THE BACKUP.
005686******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. CAPBKUP.
005900 ENVIRONMENT DIVISION.
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS BK-CAPMASTB-STATUS.
007000     SELECT CAPFPRNT-FILE ASSIGN TO "CAPFPRNT"
007010         ORGANIZATION IS INDEXED
007020         ACCESS MODE IS DYNAMIC
007030         RECORD KEY IS CAPFPRNT-KEY
007200         FILE STATUS IS BK-CAPFPRNT-STATUS.
007300     SELECT CAPFPRTB-FILE ASSIGN TO "CAPFPRTB"
007400         ORGANIZATION IS LINE SEQUENTIAL
009400     05  CM-DIGIT-COUNT                         PIC 9(08).
009500     05  CM-ANS                                 PIC 9(08).
009600     05  CM-HALFWAY                             PIC 9(08).
009610     05  CM-HOLD-FLAG                           PIC X(01).
009620         88  CM-ON-HOLD                         VALUE "H".
009630     05  CM-HOLD-DISPUTE                        PIC X(06).
009700 FD  CAPMASTB-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  CAPMASTB-RECORD                            PIC X(146).
010000 FD  CAPFPRNT-FILE
010100     LABEL RECORDS ARE STANDARD.
010110 01  CAPFPRNT-RECORD.
010120     05  FILLER                                 PIC X(52).
010130     05  CAPFPRNT-KEY                           PIC X(27).
010140     05  FILLER                                 PIC X(01).
010300 FD  CAPFPRTB-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  CAPFPRTB-RECORD                            PIC X(120).
010600 FD  CAPLEDGR-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  CAPLEDGR-RECORD                            PIC X(177).
010900 FD  CAPAUDIT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  CAPAUDIT-RECORD                            PIC X(240).
011200 FD  CAPBKRPT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  CAPBKRPT-RECORD.
017500                                                VALUE ZERO.
017600 77  BK-DIFFERENCES                             PIC 9(08)
017700                                                VALUE ZERO.
017710 77  BK-FP-DUPS                                 PIC 9(08)
017720                                                VALUE ZERO.
017730 77  BK-FULL-TABLE                              PIC X(10)
017740                                                VALUE SPACES.
017750 77  BK-ABANDON-SW                              PIC X(01)
017760                                                VALUE "N".
017770     88  BK-ABANDONED                           VALUE "Y".
017800 77  BK-RUN-RC                                  PIC 9(02)
017900                                                VALUE ZERO.
018000 77  BK-NEW-RC                                  PIC 9(02)
018300                                                VALUE ZERO.
018400 77  BK-RUN-MMDD                                PIC 9(04)
018500                                                VALUE ZERO.
018600 77  BK-WK-SOURCE                               PIC X(80)
018700                                                VALUE SPACES.
018800 77  BK-WK-DATE                                 PIC X(10)
018900                                                VALUE SPACES.
022500     05  FILLER                                 PIC X(01)
022600                                                VALUE SPACE.
022700     05  BK-MB-HALF                             PIC 9(08).
022710     05  FILLER                                 PIC X(01)
022720                                                VALUE SPACE.
022730     05  BK-MB-HOLD                             PIC X(01).
022740     05  FILLER                                 PIC X(01)
022750                                                VALUE SPACE.
022760     05  BK-MB-DISPUTE                          PIC X(06).
022800 01  BK-TRAILER-REC.
022900     05  BK-TR-TYPE                             PIC X(01).
023000     05  FILLER                                 PIC X(01)
024300     05  BK-FB-ROW                              PIC X(80).
024400*-----------------------------------------------------------------
024500* THE REBUILD TABLE - ONE ENTRY PER SOURCE SEEN IN THE REPLAYED
024600* HISTORY, KEYED BY THE FULL SOURCE NAME A V2 ROW CARRIES (OR
024700* THE 40-BYTE NAME OF AN OLD ROW). A SOURCE THE TRAIL SHOWS IS
024800* COUNTED FROM ITS SCORING ROWS THERE; ONE ONLY THE LEDGER
024900* REMEMBERS IS COUNTED FROM ITS LEDGER ROWS, NEVER FROM BOTH.
025000*-----------------------------------------------------------------
025100 01  BK-RB-TABLE.
025200     05  BK-RB-COUNT                            PIC 9(04) COMP
025300                                                VALUE ZERO.
025400     05  BK-RB-ENTRY OCCURS 500 TIMES.
025500         10  BK-RB-SOURCE                       PIC X(80).
025600         10  BK-RB-FIRST                        PIC X(10).
025700         10  BK-RB-LAST                         PIC X(10).
025800         10  BK-RB-AUD-ROWS                     PIC 9(08).
026200         10  BK-RB-HALF                         PIC 9(08).
026300         10  BK-RB-DELETED-SW                   PIC X(01).
026400         10  BK-RB-HAS-AUD-SW                   PIC X(01).
026410         10  BK-RB-HOLD                         PIC X(01).
026420         10  BK-RB-DISPUTE                      PIC X(06).
026500*-----------------------------------------------------------------
026600* THE BACKUP TABLE THE REBUILD IS COMPARED AGAINST - THE CAPMASTB
026700* ROWS, KEYED BY THE FULL 80-BYTE SOURCE NAME.
026800*-----------------------------------------------------------------
026900 01  BK-BKP-TABLE.
027000     05  BK-BKP-COUNT                           PIC 9(04) COMP
027100                                                VALUE ZERO.
027200     05  BK-BKP-ENTRY OCCURS 500 TIMES.
027300         10  BK-BP-SOURCE                       PIC X(80).
027400         10  BK-BP-TIMES                        PIC 9(05).
027500         10  BK-BP-DIGITS                       PIC 9(08).
027600         10  BK-BP-ANS                          PIC 9(08).
027700         10  BK-BP-HALF                         PIC 9(08).
027710         10  BK-BP-HOLD                         PIC X(01).
027800         10  BK-BP-MATCHED-SW                   PIC X(01).
027900 01  BK-DIFF-LINE.
028000     05  FILLER                                 PIC X(03)
028100                                                VALUE SPACES.
028200     05  BK-DF-SOURCE                           PIC X(80).
028210 01  BK-DIFF-TEXT-LINE.
028300     05  FILLER                                 PIC X(07)
028400                                                VALUE SPACES.
028500     05  BK-DF-TEXT                             PIC X(80).
028600 01  BK-COUNT-LINE.
028800                                                VALUE SPACES.
028900     05  BK-CL-LABEL                            PIC X(28).
029000     05  BK-CL-COUNT                            PIC Z(11)9.
029010*-----------------------------------------------------------------
029020* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
029030* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
029040*-----------------------------------------------------------------
029050 COPY CAPJOBA.
029100 PROCEDURE DIVISION.
029200 0000-MAIN SECTION.
029300*-----------------------------------------------------------------
029400 0000-MAINLINE.
029500     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
029510     PERFORM 0800-JOB-START THRU 0800-EXIT
029520     IF JC-REFUSED
029530         MOVE 16 TO RETURN-CODE
029540         STOP RUN
029550     END-IF
029600     ACCEPT BK-RUN-MODE FROM ENVIRONMENT "CAPBKMODE"
029700     OPEN OUTPUT CAPBKRPT-FILE
029800     IF BK-CAPBKRPT-STATUS NOT = "00"
029900         DISPLAY "CAPBKUP - UNABLE TO OPEN CAPBKRPT, STATUS "
030000             BK-CAPBKRPT-STATUS
030100         MOVE 8 TO RETURN-CODE
030110         PERFORM 0890-JOB-END THRU 0890-EXIT
030200         STOP RUN
030300     END-IF
030400     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
032200     PERFORM 7000-PRINT-FOOTER THRU 7000-EXIT
032300     CLOSE CAPBKRPT-FILE
032400     MOVE BK-RUN-RC TO RETURN-CODE
032410     PERFORM 0890-JOB-END THRU 0890-EXIT
032500     STOP RUN.
032600 0000-EXIT.
032602     EXIT.
032604*-----------------------------------------------------------------
032606* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
032608* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
032610* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
032612*-----------------------------------------------------------------
032614 0800-JOB-START SECTION.
032616 0800-START.
032618     MOVE SPACES TO CAPJOB-COMMAREA
032620     MOVE "S" TO JC-FUNCTION
032622     MOVE "CAPBKUP" TO JC-PROGRAM
032624     MOVE 6 TO JC-LOCK-COUNT
032626     MOVE "CAPMAST" TO JC-LOCK-DSN(1)
032628     MOVE "U" TO JC-LOCK-MODE(1)
032630     MOVE "CAPFPRNT" TO JC-LOCK-DSN(2)
032632     MOVE "U" TO JC-LOCK-MODE(2)
032634     MOVE "CAPMASTB" TO JC-LOCK-DSN(3)
032636     MOVE "U" TO JC-LOCK-MODE(3)
032638     MOVE "CAPFPRTB" TO JC-LOCK-DSN(4)
032640     MOVE "U" TO JC-LOCK-MODE(4)
032642     MOVE "CAPLEDGR" TO JC-LOCK-DSN(5)
032644     MOVE "R" TO JC-LOCK-MODE(5)
032646     MOVE "CAPAUDIT" TO JC-LOCK-DSN(6)
032648     MOVE "R" TO JC-LOCK-MODE(6)
032650     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
032652 0800-EXIT.
032654     EXIT.
032656*-----------------------------------------------------------------
032658* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
032660* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
032662* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
032664*-----------------------------------------------------------------
032666 0890-JOB-END SECTION.
032668 0890-START.
032670     MOVE RETURN-CODE TO JC-CONDITION
032672     MOVE "E" TO JC-FUNCTION
032674     MOVE "READ" TO JC-COUNT-LABEL(1)
032676     MOVE BK-ROWS-READ TO JC-COUNT-VALUE(1)
032678     MOVE "WRITTEN" TO JC-COUNT-LABEL(2)
032680     MOVE BK-ROWS-WRITTEN TO JC-COUNT-VALUE(2)
032682     MOVE "DIFFERENCE" TO JC-COUNT-LABEL(3)
032684     MOVE BK-DIFFERENCES TO JC-COUNT-VALUE(3)
032686     CALL "CAPJCTL" USING CAPJOB-COMMAREA
032688     MOVE JC-CONDITION TO RETURN-CODE.
032690 0890-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------------
032900 0900-GET-RUN-DATE SECTION.
043100     MOVE CM-DIGIT-COUNT TO BK-MB-DIGITS
043200     MOVE CM-ANS TO BK-MB-ANS
043300     MOVE CM-HALFWAY TO BK-MB-HALF
043310     MOVE CM-HOLD-FLAG TO BK-MB-HOLD
043320     MOVE CM-HOLD-DISPUTE TO BK-MB-DISPUTE
043400     WRITE CAPMASTB-RECORD FROM BK-MASTB-DATA
043500     IF BK-CAPMASTB-STATUS NOT = "00"
043600         DISPLAY "CAPBKUP - CAPMASTB WRITE FAILED, STATUS "
049600*-----------------------------------------------------------------
049700 1210-UNLOAD-ONE-FPRNT SECTION.
049800 1210-START.
049810     READ CAPFPRNT-FILE NEXT RECORD
050000         AT END
050100             MOVE "Y" TO BK-EOF-SW
050200             GO TO 1210-EXIT
064600     MOVE BK-MB-DIGITS TO CM-DIGIT-COUNT
064700     MOVE BK-MB-ANS TO CM-ANS
064800     MOVE BK-MB-HALF TO CM-HALFWAY
064810     MOVE BK-MB-HOLD TO CM-HOLD-FLAG
064820     MOVE BK-MB-DISPUTE TO CM-HOLD-DISPUTE
064900     WRITE CAPMAST-RECORD
065000         INVALID KEY
065100             DISPLAY "CAPBKUP - CAPMAST RELOAD WRITE FAILED, "
068700     CLOSE CAPFPRNT-FILE
068800     MOVE "CAPFPRNT ROWS RELOADED......" TO BK-CL-LABEL
068900     MOVE BK-ROWS-WRITTEN TO BK-CL-COUNT
068910     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
068920     IF BK-FP-DUPS > ZERO
068930         MOVE "CAPFPRTB DUPLICATES SKIPPED." TO BK-CL-LABEL
068940         MOVE BK-FP-DUPS TO BK-CL-COUNT
068950         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
068960     END-IF.
069100 2200-EXIT.
069200     EXIT.
069300*-----------------------------------------------------------------
076000     IF BK-VERIFY-PASS
076100         GO TO 2220-EXIT
076200     END-IF
076210*    A FLAT REGISTRY COULD HOLD ONE FINGERPRINT TWICE; THE KEYED
076220*    ONE KEEPS THE FIRST AND THE REST ARE NAMED ON THE REPORT.
076300     WRITE CAPFPRNT-RECORD FROM BK-FB-ROW
076307         INVALID KEY
076314             CONTINUE
076321     END-WRITE
076328     IF BK-CAPFPRNT-STATUS = "22"
076335         ADD 1 TO BK-FP-DUPS
076342         MOVE BK-FB-ROW(12:40) TO BK-DF-SOURCE
076348         MOVE "FINGERPRINT ALREADY RELOADED - DUPLICATE SKIPPED"
076356             TO BK-DF-TEXT
076363         PERFORM 8300-PRINT-DIFF-LINE THRU 8300-EXIT
076370         MOVE 4 TO BK-NEW-RC
076377         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
076384         GO TO 2220-EXIT
076391     END-IF
076400     IF BK-CAPFPRNT-STATUS NOT = "00"
076500         DISPLAY "CAPBKUP - CAPFPRNT RELOAD WRITE FAILED, "
076600             "STATUS " BK-CAPFPRNT-STATUS
078300 3000-REBUILD SECTION.
078400 3000-START.
078500     PERFORM 3100-LOAD-BACKUP-TABLE THRU 3100-EXIT
078510     IF NOT BK-ABANDONED
078520         PERFORM 3200-REPLAY-AUDIT THRU 3200-EXIT
078530     END-IF
078540     IF NOT BK-ABANDONED
078550         PERFORM 3300-REPLAY-LEDGER THRU 3300-EXIT
078560     END-IF
078570     IF BK-ABANDONED
078580         GO TO 3000-EXIT
078590     END-IF
078800     IF BK-RB-COUNT = ZERO
078900         DISPLAY "CAPBKUP - NO HISTORY TO REBUILD FROM - "
079000             "MASTER LEFT UNTOUCHED"
082700         GO TO 3110-EXIT
082800     END-IF
082900     IF BK-BKP-COUNT >= 500
082910         MOVE "BACKUP" TO BK-FULL-TABLE
082920         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
083200         MOVE "Y" TO BK-EOF-SW
083300         GO TO 3110-EXIT
083400     END-IF
083500     ADD 1 TO BK-BKP-COUNT
083600     MOVE BK-MB-SOURCE TO BK-BP-SOURCE(BK-BKP-COUNT)
083700     MOVE BK-MB-TIMES TO BK-BP-TIMES(BK-BKP-COUNT)
083800     MOVE BK-MB-DIGITS TO BK-BP-DIGITS(BK-BKP-COUNT)
083900     MOVE BK-MB-ANS TO BK-BP-ANS(BK-BKP-COUNT)
084000     MOVE BK-MB-HALF TO BK-BP-HALF(BK-BKP-COUNT)
084010     MOVE BK-MB-HOLD TO BK-BP-HOLD(BK-BKP-COUNT)
084100     MOVE "N" TO BK-BP-MATCHED-SW(BK-BKP-COUNT).
084200 3110-EXIT.
084300     EXIT.
085000* BRINGS IT BACK FRESH; A CAPBKOUT ACTION-B REVERSAL RESTORES
085010* THE STANDING IT CARRIES AND TAKES THE BACKED-OUT SCORING ROWS
085020* (COLS 115-119) BACK OUT OF THE COUNT - EXACTLY THE ORDER THE
085030* MASTER ITSELF LIVED THROUGH. A CAPDMNT HOLD ROW (H) PUTS THE
085040* SOURCE ON HOLD UNDER THE DISPUTE IN COLS 115-120 AND A RELEASE
085050* ROW (L) TAKES IT OFF; BOTH CARRY THE VALUES THEN STANDING. WHILE
085060* A SOURCE IS HELD ITS SCORING ROWS COUNT AND DATE IT BUT LEAVE
085070* ITS VALUES ALONE, AS CAPDRIVE LEAVES THE MASTER'S.
085100*-----------------------------------------------------------------
085200 3200-REPLAY-AUDIT SECTION.
085300 3200-START.
087400     IF CAPAUDIT-RECORD = SPACES
087500         GO TO 3210-EXIT
087600     END-IF
087700     IF CAPAUDIT-RECORD(132:2) = "V2"
087710         MOVE CAPAUDIT-RECORD(140:80) TO BK-WK-SOURCE
087720     ELSE
087730         MOVE CAPAUDIT-RECORD(42:40) TO BK-WK-SOURCE
087740     END-IF
087800     MOVE CAPAUDIT-RECORD(1:10) TO BK-WK-DATE
087900     IF BK-WK-SOURCE = SPACES
088000         GO TO 3210-EXIT
088200     PERFORM 3500-FIND-REBUILD-ENTRY THRU 3500-EXIT
088300     IF NOT BK-ENTRY-HIT
088400         IF BK-RB-COUNT >= 500
088410             MOVE "REBUILD" TO BK-FULL-TABLE
088420             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
088430             MOVE "Y" TO BK-EOF-SW
088900             GO TO 3210-EXIT
089000         END-IF
089100         PERFORM 3550-NEW-REBUILD-ENTRY THRU 3550-EXIT
089460         MOVE ZERO TO BK-RB-DIGITS(BK-SLOT)
089470         MOVE ZERO TO BK-RB-ANS(BK-SLOT)
089480         MOVE ZERO TO BK-RB-HALF(BK-SLOT)
089486         MOVE SPACE TO BK-RB-HOLD(BK-SLOT)
089492         MOVE SPACES TO BK-RB-DISPUTE(BK-SLOT)
089500         GO TO 3210-EXIT
089600     END-IF
089700     MOVE "N" TO BK-RB-DELETED-SW(BK-SLOT)
089709     IF CAPAUDIT-RECORD(110:1) = "H"
089718         MOVE "H" TO BK-RB-HOLD(BK-SLOT)
089727         MOVE CAPAUDIT-RECORD(115:6) TO BK-RB-DISPUTE(BK-SLOT)
089736         GO TO 3210-TAKE-VALUES
089745     END-IF
089754     IF CAPAUDIT-RECORD(110:1) = "L"
089763         MOVE SPACE TO BK-RB-HOLD(BK-SLOT)
089772         MOVE SPACES TO BK-RB-DISPUTE(BK-SLOT)
089781         GO TO 3210-TAKE-VALUES
089790     END-IF
089800     IF BK-RB-FIRST(BK-SLOT) = SPACES
089900         MOVE BK-WK-DATE TO BK-RB-FIRST(BK-SLOT)
090000     END-IF
090100     MOVE BK-WK-DATE TO BK-RB-LAST(BK-SLOT)
090110     IF CAPAUDIT-RECORD(110:1) = SPACE
090120             AND BK-RB-HOLD(BK-SLOT) = "H"
090130         MOVE "Y" TO BK-RB-HAS-AUD-SW(BK-SLOT)
090140         ADD 1 TO BK-RB-AUD-ROWS(BK-SLOT)
090150         GO TO 3210-EXIT
090160     END-IF.
090170 3210-TAKE-VALUES.
090200     MOVE CAPAUDIT-RECORD(83:8) TO BK-NUM-X
090300     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
090400     IF BK-NUM-OK
095640     IF CAPLEDGR-RECORD(62:8) = "REVERSAL"
095650         GO TO 3310-EXIT
095660     END-IF
095700     IF CAPLEDGR-RECORD(81:2) = "V2"
095710         MOVE CAPLEDGR-RECORD(98:80) TO BK-WK-SOURCE
095720     ELSE
095730         MOVE CAPLEDGR-RECORD(12:40) TO BK-WK-SOURCE
095740     END-IF
095800     MOVE CAPLEDGR-RECORD(1:10) TO BK-WK-DATE
095900     IF BK-WK-SOURCE = SPACES
096000         GO TO 3310-EXIT
096700     PERFORM 3500-FIND-REBUILD-ENTRY THRU 3500-EXIT
096800     IF NOT BK-ENTRY-HIT
096900         IF BK-RB-COUNT >= 500
096910             MOVE "REBUILD" TO BK-FULL-TABLE
096920             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
096930             MOVE "Y" TO BK-EOF-SW
097400             GO TO 3310-EXIT
097500         END-IF
097600         PERFORM 3550-NEW-REBUILD-ENTRY THRU 3550-EXIT
104500     MOVE BK-RB-DIGITS(BK-I) TO CM-DIGIT-COUNT
104600     MOVE BK-RB-ANS(BK-I) TO CM-ANS
104700     MOVE BK-RB-HALF(BK-I) TO CM-HALFWAY
104710     MOVE BK-RB-HOLD(BK-I) TO CM-HOLD-FLAG
104720     MOVE BK-RB-DISPUTE(BK-I) TO CM-HOLD-DISPUTE
104800     WRITE CAPMAST-RECORD
104900         INVALID KEY
105000             DISPLAY "CAPBKUP - REBUILD WRITE FAILED, STATUS "
107900             AND CM-DIGIT-COUNT = BK-BP-DIGITS(BK-SLOT)
108000             AND CM-ANS = BK-BP-ANS(BK-SLOT)
108100             AND CM-HALFWAY = BK-BP-HALF(BK-SLOT)
108200         GO TO 3420-CHECK-HOLD
108300     END-IF
108400     ADD 1 TO BK-DIFFERENCES
108500     MOVE BK-RB-SOURCE(BK-I) TO BK-DF-SOURCE
109600         BK-BP-ANS(BK-SLOT) DELIMITED BY SIZE
109700         "/" DELIMITED BY SIZE
109800         BK-BP-HALF(BK-SLOT) DELIMITED BY SIZE
109806         INTO BK-DF-TEXT
109812     PERFORM 8300-PRINT-DIFF-LINE THRU 8300-EXIT
109818     GO TO 3420-EXIT.
109824 3420-CHECK-HOLD.
109830     IF CM-HOLD-FLAG = BK-BP-HOLD(BK-SLOT)
109836         GO TO 3420-EXIT
109842     END-IF
109848     ADD 1 TO BK-DIFFERENCES
109854     MOVE BK-RB-SOURCE(BK-I) TO BK-DF-SOURCE
109860     MOVE SPACES TO BK-DF-TEXT
109866     STRING "HOLD FLAG REBUILT '" DELIMITED BY SIZE
109872         CM-HOLD-FLAG DELIMITED BY SIZE
109878         "' VS BACKUP '" DELIMITED BY SIZE
109884         BK-BP-HOLD(BK-SLOT) DELIMITED BY SIZE
109890         "'" DELIMITED BY SIZE
109900         INTO BK-DF-TEXT
110000     PERFORM 8300-PRINT-DIFF-LINE THRU 8300-EXIT.
110100 3420-EXIT.
114100     MOVE ZERO TO BK-RB-ANS(BK-SLOT)
114200     MOVE ZERO TO BK-RB-HALF(BK-SLOT)
114300     MOVE "N" TO BK-RB-DELETED-SW(BK-SLOT)
114310     MOVE "N" TO BK-RB-HAS-AUD-SW(BK-SLOT)
114320     MOVE SPACE TO BK-RB-HOLD(BK-SLOT)
114330     MOVE SPACES TO BK-RB-DISPUTE(BK-SLOT).
114500 3550-EXIT.
114600     EXIT.
114700*-----------------------------------------------------------------
122700*-----------------------------------------------------------------
122800 8300-PRINT-DIFF-LINE SECTION.
122900 8300-START.
122910*    THE FULL SOURCE NAME LEAVES NO ROOM FOR THE TEXT BESIDE
122920*    IT, SO THE NAME PRINTS FIRST AND THE TEXT UNDER IT.
122930     IF BK-DF-SOURCE NOT = SPACES
122940         MOVE " " TO CAPBKRPT-CTRL
122950         MOVE BK-DIFF-LINE TO CAPBKRPT-LINE
122960         WRITE CAPBKRPT-RECORD
122970     END-IF
123000     MOVE " " TO CAPBKRPT-CTRL
123100     MOVE BK-DIFF-TEXT-LINE TO CAPBKRPT-LINE
123200     WRITE CAPBKRPT-RECORD.
123300 8300-EXIT.
123400     EXIT.
124500 9000-EXIT.
124600     EXIT.
124700*-----------------------------------------------------------------
124703* 9100-TABLE-FULL STOPS THE REBUILD WHEN THE TABLE NAMED IN
124706* BK-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. A MASTER REBUILT FROM
124709* PART OF THE HISTORY, OR CHECKED AGAINST PART OF THE BACKUP,
124712* WOULD LOOK SOUND AND NOT BE, SO NOTHING IS WRITTEN.
124715*-----------------------------------------------------------------
124718 9100-TABLE-FULL SECTION.
124721 9100-START.
124724     DISPLAY "CAPBKUP - " BK-FULL-TABLE
124727         " TABLE FULL - RUN STOPPED, MASTER UNTOUCHED"
124730     MOVE SPACES TO BK-DF-SOURCE
124733     MOVE SPACES TO BK-DF-TEXT
124736     STRING "*** " DELIMITED BY SIZE
124739         BK-FULL-TABLE DELIMITED BY SPACE
124742         " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPBKUP AND"
124745         DELIMITED BY SIZE
124748         " RERUN ***" DELIMITED BY SIZE
124751         INTO BK-DF-TEXT
124754     PERFORM 8300-PRINT-DIFF-LINE THRU 8300-EXIT
124757     MOVE "Y" TO BK-ABANDON-SW
124760     MOVE 16 TO BK-NEW-RC
124763     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
124766 9100-EXIT.
124769     EXIT.
124772*-----------------------------------------------------------------
124800 END PROGRAM CAPBKUP.
