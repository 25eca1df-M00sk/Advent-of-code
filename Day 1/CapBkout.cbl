004200*             TRAIL.
004300*
004400*             CONDITIONS: 0 REVERSED CLEAN, 4 NOTHING TO
004410*             REVERSE, 8 FILE TROUBLE, 16 NO OR BAD CAPBKDATE OR
004420*             A TABLE TOO SMALL FOR THE BACKOUT.
004600*
004700* MODIFICATION HISTORY.
004800*   2026-09-03  M00SK  ORIGINAL VERSION.
004810*   2026-10-15  M00SK  READS BOTH AUDIT LAYOUTS AND WORKS BY THE
004820*                      FULL 80-BYTE SOURCE NAME WHEN THE ROW IS
004830*                      V2. LEDGER, AUDIT AND CAPIFREV REVERSAL
004840*                      ROWS ARE WRITTEN V2 (PUZZLE TYPE AND FULL
004850*                      NAME; PART 2 ANSWER ON THE LEDGER). THE
004860*                      CAPBKSRC LIST NOW MATCHES ALL 80 BYTES.
004869*   2026-10-15  M00SK  LEDGER REVERSAL ROWS CARRY THE NUMBER OF
004878*                      SCORING ROWS (COLS 71-72) AND DIGITS (COLS
004887*                      74-80) BACKED OUT, FOR CAPBILL'S CREDITS.
004891*   2026-10-15  M00SK  AUDIT RECORDS WIDENED TO 240 BYTES - CAPMNT
004895*                      ECHOES CARRY THE CHECKER IN COLS 221-240.
004896*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
004897*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
004898*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
004899*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
004909*   2026-10-15  M00SK  A FULL SOURCE OR CAPBKSRC NAME TABLE NOW
004919*                      STOPS THE RUN WITH CONDITION 16 BEFORE
004929*                      ANYTHING IS REVERSED, INSTEAD OF REVERSING
004939*                      ONLY THE SOURCES THAT FITTED.
004940*   2026-10-15  M00SK  A SOURCE ON HOLD UNDER AN OPEN CAPDMNT
004941*                      DISPUTE IS NOT REVERSED - ITS ANSWERS ARE
004942*                      FROZEN AND ITS ROWS HELD OFF CAPIFACE. IT
004943*                      IS LISTED AND COUNTED, CONDITION 4; CLOSE
004944*                      THE DISPUTE AND RERUN THE BACKOUT FOR IT.
004945*   2026-10-15  M00SK  CAPDMNT HOLD AND RELEASE ROWS (H/L) ARE
004946*                      SKIPPED IN THE STANDING PASS - THEY MOVE NO
004947*                      MASTER VALUES AND NO LONGER BLOCK A
004948*                      RESTORE.
004949******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. CAPBKOUT.
005200 ENVIRONMENT DIVISION.
007600 FILE SECTION.
007700 FD  CAPAUDIT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  CAPAUDIT-RECORD                            PIC X(240).
008000 FD  CAPBKSRC-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  CAPBKSRC-RECORD                            PIC X(80).
009000     05  CM-DIGIT-COUNT                         PIC 9(08).
009100     05  CM-ANS                                 PIC 9(08).
009200     05  CM-HALFWAY                             PIC 9(08).
009210     05  CM-HOLD-FLAG                           PIC X(01).
009220         88  CM-ON-HOLD                         VALUE "H".
009230     05  CM-HOLD-DISPUTE                        PIC X(06).
009300 FD  CAPLEDGR-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  CAPLEDGR-RECORD                            PIC X(177).
009600 FD  CAPIFREV-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  CAPIFREV-RECORD                            PIC X(168).
009900 FD  CAPBORPT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  CAPBORPT-RECORD.
013400 77  BO-SOURCES-REVERSED                        PIC 9(08)
013500                                                VALUE ZERO.
013510 77  BO-SOURCES-SKIPPED                         PIC 9(08)
013513                                                VALUE ZERO.
013516 77  BO-SOURCES-HELD                            PIC 9(08)
013520                                                VALUE ZERO.
013600 77  BO-ROWS-REVERSED                           PIC 9(08)
013700                                                VALUE ZERO.
015000                                                VALUE ZERO.
015100 77  BO-NEW-RC                                  PIC 9(02)
015200                                                VALUE ZERO.
015210 77  BO-FULL-TABLE                              PIC X(10)
015220                                                VALUE SPACES.
015230 77  BO-ABANDON-SW                              PIC X(01)
015240                                                VALUE "N".
015250     88  BO-ABANDONED                           VALUE "Y".
015300 77  BO-RUN-DATE-YYYYMMDD                       PIC 9(08)
015400                                                VALUE ZERO.
015500 77  BO-RUN-MMDD                                PIC 9(04)
015600                                                VALUE ZERO.
015700 77  BO-WK-SOURCE                               PIC X(80)
015800                                                VALUE SPACES.
015810 77  BO-WK-PUZZLE                               PIC X(04)
015820                                                VALUE SPACES.
015830 77  BO-WK-V2-SW                                PIC X(01)
015840                                                VALUE "N".
015850     88  BO-WK-V2                                VALUE "Y".
015900 77  BO-WK-DATE                                 PIC X(10)
016000                                                VALUE SPACES.
016100 77  BO-WK-ACTION                               PIC X(01)
018000     05  BO-SRC-COUNT                           PIC 9(04) COMP
018100                                                VALUE ZERO.
018200     05  BO-SRC-ENTRY OCCURS 500 TIMES.
018300         10  BO-T-SOURCE                        PIC X(80).
018310         10  BO-T-PUZZLE                        PIC X(04).
018400         10  BO-T-PRIOR-SW                      PIC X(01).
018500         10  BO-T-PRIOR-DATE                    PIC X(10).
018600         10  BO-T-PRIOR-DIGITS                  PIC 9(08).
018800         10  BO-T-PRIOR-HALF                    PIC 9(08).
018900         10  BO-T-DAY-COUNT                     PIC 9(05).
019000         10  BO-T-DAY-DIGITS                    PIC 9(08).
019050         10  BO-T-DAY-DIGIT-SUM                 PIC 9(09).
019100         10  BO-T-DAY-ANS                       PIC 9(08).
019200         10  BO-T-DAY-HALF                      PIC 9(08).
019300         10  BO-T-LATER-SW                      PIC X(01).
020600     05  FILLER                                 PIC X(01)
020700                                                VALUE SPACE.
020800     05  BO-LL-TAG                              PIC X(08).
020802*    ROWS AND DIGITS BACKED OUT, FOR CAPBILL'S CREDIT LINES.
020803     05  FILLER                                 PIC X(01)
020804                                                VALUE SPACE.
020805     05  BO-LL-ROWS                             PIC 9(02).
020806     05  FILLER                                 PIC X(01)
020807                                                VALUE SPACE.
020808     05  BO-LL-DIGITS                           PIC 9(07).
020809*    V2 EXTENSION AREA, AS CAPDRIVE WRITES IT.
020820     05  BO-LL-VERSION                          PIC X(02)
020825                                                VALUE "V2".
020830     05  FILLER                                 PIC X(01)
020835                                                VALUE SPACE.
020840     05  BO-LL-PUZZLE                           PIC X(04).
020845     05  FILLER                                 PIC X(01)
020850                                                VALUE SPACE.
020855     05  BO-LL-HALFWAY                          PIC Z(7)9.
020860     05  FILLER                                 PIC X(01)
020865                                                VALUE SPACE.
020870     05  BO-LL-FULL-SOURCE                      PIC X(80).
020900 01  BO-AU-RAW-TIMESTAMP                        PIC X(21).
021000 01  BO-AUDIT-LINE.
021100     05  BO-AU-DATE                             PIC X(19).
023240     05  FILLER                                 PIC X(01)
023250                                                VALUE SPACE.
023260     05  BO-AU-REVDATE                          PIC X(10).
023262     05  FILLER                                 PIC X(01)
023264                                                VALUE SPACE.
023266     05  BO-AU-VERSION                          PIC X(02)
023268                                                VALUE "V2".
023270     05  FILLER                                 PIC X(01)
023272                                                VALUE SPACE.
023274     05  BO-AU-PUZZLE                           PIC X(04).
023276     05  FILLER                                 PIC X(01)
023278                                                VALUE SPACE.
023280     05  BO-AU-FULL-SOURCE                      PIC X(80).
023300 01  BO-IFREV-LINE.
023400     05  BO-IR-DATE                             PIC X(10).
023500     05  FILLER                                 PIC X(01)
024400     05  FILLER                                 PIC X(01)
024500                                                VALUE SPACE.
024600     05  BO-IR-TAG                              PIC X(02).
024605     05  FILLER                                 PIC X(08)
024610                                                VALUE SPACES.
024615     05  BO-IR-VERSION                          PIC X(02)
024620                                                VALUE "V2".
024625     05  FILLER                                 PIC X(01)
024630                                                VALUE SPACE.
024635     05  BO-IR-PUZZLE                           PIC X(04).
024640     05  FILLER                                 PIC X(01)
024645                                                VALUE SPACE.
024650     05  BO-IR-FULL-SOURCE                      PIC X(80).
024700 01  BO-DETAIL-LINE.
024800     05  FILLER                                 PIC X(01)
024900                                                VALUE SPACE.
025000     05  BO-DL-SOURCE                           PIC X(80).
025010*    THE FULL 80-BYTE NAME LEAVES NO ROOM FOR THE FIGURES, SO
025020*    THEY PRINT INDENTED ON THE LINE BELOW IT.
025030 01  BO-DETAIL-FIGS-LINE.
025100     05  FILLER                                 PIC X(05)
025200                                                VALUE SPACES.
025300     05  BO-DL-ROWS                             PIC Z(04)9.
025400     05  FILLER                                 PIC X(06)
026500                                                VALUE SPACES.
026600     05  BO-CL-LABEL                            PIC X(28).
026700     05  BO-CL-COUNT                            PIC Z(07)9.
026710*-----------------------------------------------------------------
026720* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
026730* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
026740*-----------------------------------------------------------------
026750 COPY CAPJOBA.
026800 PROCEDURE DIVISION.
026900 0000-MAIN SECTION.
027000*-----------------------------------------------------------------
027100 0000-MAINLINE.
027200     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
027210     PERFORM 0800-JOB-START THRU 0800-EXIT
027220     IF JC-REFUSED
027230         MOVE 16 TO RETURN-CODE
027240         STOP RUN
027250     END-IF
027300     PERFORM 0950-GET-BACKOUT-DATE THRU 0950-EXIT
027400     IF NOT BO-BKDATE-OK
027500         MOVE 16 TO RETURN-CODE
027510         PERFORM 0890-JOB-END THRU 0890-EXIT
027600         STOP RUN
027700     END-IF
027800     OPEN OUTPUT CAPBORPT-FILE
028000         DISPLAY "CAPBKOUT - UNABLE TO OPEN CAPBORPT, STATUS "
028100             BO-CAPBORPT-STATUS
028200         MOVE 8 TO RETURN-CODE
028210         PERFORM 0890-JOB-END THRU 0890-EXIT
028300         STOP RUN
028400     END-IF
028500     PERFORM 0960-PRINT-REPORT-HEADER THRU 0960-EXIT
028600     PERFORM 0980-LOAD-SOURCE-LIST THRU 0980-EXIT
028610     IF NOT BO-ABANDONED
028620         PERFORM 1000-REPLAY-AUDIT THRU 1000-EXIT
028630     END-IF
028640     IF NOT BO-ABANDONED
028650         PERFORM 2000-APPLY-BACKOUT THRU 2000-EXIT
028660     END-IF
028900     PERFORM 4000-PRINT-VERDICT THRU 4000-EXIT
029000     CLOSE CAPBORPT-FILE
029100     DISPLAY "CAPBKOUT - " BO-SOURCES-REVERSED " SOURCE(S) "
029200         "REVERSED FOR " BO-BKDATE-X
029300         ", CONDITION " BO-RUN-RC
029400     MOVE BO-RUN-RC TO RETURN-CODE
029410     PERFORM 0890-JOB-END THRU 0890-EXIT
029500     STOP RUN.
029600 0000-EXIT.
029602     EXIT.
029604*-----------------------------------------------------------------
029606* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
029608* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
029610* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
029612*-----------------------------------------------------------------
029614 0800-JOB-START SECTION.
029616 0800-START.
029618     MOVE SPACES TO CAPJOB-COMMAREA
029620     MOVE "S" TO JC-FUNCTION
029622     MOVE "CAPBKOUT" TO JC-PROGRAM
029624     MOVE 5 TO JC-LOCK-COUNT
029626     MOVE "CAPAUDIT" TO JC-LOCK-DSN(1)
029628     MOVE "U" TO JC-LOCK-MODE(1)
029630     MOVE "CAPMAST" TO JC-LOCK-DSN(2)
029632     MOVE "U" TO JC-LOCK-MODE(2)
029634     MOVE "CAPLEDGR" TO JC-LOCK-DSN(3)
029636     MOVE "U" TO JC-LOCK-MODE(3)
029638     MOVE "CAPIFREV" TO JC-LOCK-DSN(4)
029640     MOVE "U" TO JC-LOCK-MODE(4)
029642     MOVE "CAPBKSRC" TO JC-LOCK-DSN(5)
029644     MOVE "R" TO JC-LOCK-MODE(5)
029646     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
029648 0800-EXIT.
029650     EXIT.
029652*-----------------------------------------------------------------
029654* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
029656* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
029658* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
029660*-----------------------------------------------------------------
029662 0890-JOB-END SECTION.
029664 0890-START.
029666     MOVE RETURN-CODE TO JC-CONDITION
029668     MOVE "E" TO JC-FUNCTION
029670     MOVE "SOURCES" TO JC-COUNT-LABEL(1)
029672     MOVE BO-SOURCES-REVERSED TO JC-COUNT-VALUE(1)
029674     MOVE "ROWS" TO JC-COUNT-LABEL(2)
029676     MOVE BO-ROWS-REVERSED TO JC-COUNT-VALUE(2)
029678     MOVE "DELETED" TO JC-COUNT-LABEL(3)
029680     MOVE BO-MASTERS-DELETED TO JC-COUNT-VALUE(3)
029682     MOVE "SUPERSEDED" TO JC-COUNT-LABEL(4)
029684     MOVE BO-MASTERS-SUPERSEDED TO JC-COUNT-VALUE(4)
029686     CALL "CAPJCTL" USING CAPJOB-COMMAREA
029688     MOVE JC-CONDITION TO RETURN-CODE.
029690 0890-EXIT.
029700     EXIT.
029800*-----------------------------------------------------------------
029900 0900-GET-RUN-DATE SECTION.
038500         GO TO 0980-READ-LOOP
038600     END-IF
038700     IF BO-LIST-COUNT >= 200
038710         MOVE "NAME LIST" TO BO-FULL-TABLE
038720         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
039200         GO TO 0980-READS-DONE
039300     END-IF
039400     ADD 1 TO BO-LIST-COUNT
043600     IF CAPAUDIT-RECORD = SPACES
043700         GO TO 1100-EXIT
043800     END-IF
043810*    A V2 ROW CARRIES THE FULL NAME AND PUZZLE TYPE IN ITS
043820*    EXTENSION AREA; AN OLD ROW ONLY HAS THE 40-BYTE NAME.
043830     IF CAPAUDIT-RECORD(132:2) = "V2"
043835         MOVE "Y" TO BO-WK-V2-SW
043840         MOVE CAPAUDIT-RECORD(140:80) TO BO-WK-SOURCE
043850         MOVE CAPAUDIT-RECORD(135:4) TO BO-WK-PUZZLE
043860     ELSE
043870         MOVE "N" TO BO-WK-V2-SW
043900         MOVE CAPAUDIT-RECORD(42:40) TO BO-WK-SOURCE
043910         MOVE SPACES TO BO-WK-PUZZLE
043920     END-IF
044000     MOVE CAPAUDIT-RECORD(1:10) TO BO-WK-DATE
044100     MOVE CAPAUDIT-RECORD(110:1) TO BO-WK-ACTION
044200     IF BO-WK-SOURCE = SPACES
045100     PERFORM 1500-FIND-SRC-ENTRY THRU 1500-EXIT
045200     IF NOT BO-ENTRY-HIT
045300         IF BO-SRC-COUNT >= 500
045310             MOVE "SOURCE" TO BO-FULL-TABLE
045320             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
045330             MOVE "Y" TO BO-EOF-SW
045800             GO TO 1100-EXIT
045900         END-IF
046000         PERFORM 1550-NEW-SRC-ENTRY THRU 1550-EXIT
046100     END-IF
046105     IF BO-T-PUZZLE(BO-SLOT) = SPACES
046106         MOVE BO-WK-PUZZLE TO BO-T-PUZZLE(BO-SLOT)
046107     END-IF
046110     ADD 1 TO BO-T-DAY-COUNT(BO-SLOT)
046120     PERFORM 1700-POST-DAY-VALUES THRU 1700-EXIT
046130     GO TO 1100-EXIT.
046180     IF NOT BO-ENTRY-HIT
046190         GO TO 1100-EXIT
046195     END-IF
046196*    CAPDMNT HOLD/RELEASE ECHOES MOVE NO MASTER VALUES.
046197     IF BO-WK-ACTION = "H" OR BO-WK-ACTION = "L"
046198         GO TO 1100-EXIT
046199     END-IF
046200     EVALUATE TRUE
046300         WHEN BO-WK-DATE < BO-BKDATE-X
046400             PERFORM 1600-POST-PRIOR-STATE THRU 1600-EXIT
047300                 PERFORM 1600-POST-PRIOR-STATE THRU 1600-EXIT
047400             END-IF
047500         WHEN OTHER
047510*           A LATER RE-SCORE OR DELIBERATE CAPMNT CORRECTION
047520*           MEANS THE MASTER ROW HAS MOVED ON SINCE THE
047530*           BACKOUT DATE AND MUST BE LEFT STANDING.
047700             MOVE "Y" TO BO-T-LATER-SW(BO-SLOT)
047900     END-EVALUATE.
048000 1100-EXIT.
049100*-----------------------------------------------------------------
049200 1310-SCAN-ONE-LIST-NAME SECTION.
049300 1310-START.
049310*    AN OLD-LAYOUT ROW ONLY KNOWS THE FIRST 40 BYTES OF THE NAME.
049400     IF BO-LIST-ENTRY(BO-X) = BO-WK-SOURCE
049500         MOVE "Y" TO BO-LIST-HIT-SW
049600     END-IF
049610     IF NOT BO-WK-V2
049620             AND BO-LIST-ENTRY(BO-X)(1:40) = BO-WK-SOURCE(1:40)
049630         MOVE "Y" TO BO-LIST-HIT-SW
049640     END-IF.
049700 1310-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
052000     ADD 1 TO BO-SRC-COUNT
052100     MOVE BO-SRC-COUNT TO BO-SLOT
052200     MOVE BO-WK-SOURCE TO BO-T-SOURCE(BO-SLOT)
052210     MOVE SPACES TO BO-T-PUZZLE(BO-SLOT)
052300     MOVE "N" TO BO-T-PRIOR-SW(BO-SLOT)
052400     MOVE SPACES TO BO-T-PRIOR-DATE(BO-SLOT)
052500     MOVE ZERO TO BO-T-PRIOR-DIGITS(BO-SLOT)
052700     MOVE ZERO TO BO-T-PRIOR-HALF(BO-SLOT)
052800     MOVE ZERO TO BO-T-DAY-COUNT(BO-SLOT)
052900     MOVE ZERO TO BO-T-DAY-DIGITS(BO-SLOT)
052950     MOVE ZERO TO BO-T-DAY-DIGIT-SUM(BO-SLOT)
053000     MOVE ZERO TO BO-T-DAY-ANS(BO-SLOT)
053100     MOVE ZERO TO BO-T-DAY-HALF(BO-SLOT)
053200     MOVE "N" TO BO-T-LATER-SW(BO-SLOT)
057000     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
057100     IF BO-NUM-OK
057200         MOVE BO-NUM-9 TO BO-T-DAY-DIGITS(BO-SLOT)
057250         ADD BO-NUM-9 TO BO-T-DAY-DIGIT-SUM(BO-SLOT)
057300     END-IF
057400     MOVE CAPAUDIT-RECORD(92:8) TO BO-NUM-X
057500     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
066535         MOVE BO-T-DAY-HALF(BO-I) TO BO-DL-HALF
066540         MOVE "ALREADY REVERSED FOR THIS DATE - SKIPPED"
066545             TO BO-DL-TEXT
066550         PERFORM 2610-WRITE-DETAIL-LINES THRU 2610-EXIT
066565         GO TO 2100-EXIT
066570     END-IF
066571*    A SOURCE UNDER DISPUTE STAYS AS IT IS UNTIL THE DISPUTE IS
066572*    CLOSED - ITS DAY'S ROWS NEVER REACHED CAPIFACE.
066573     MOVE SPACES TO CAPMAST-RECORD
066574     MOVE BO-T-SOURCE(BO-I) TO CM-SOURCE
066575     READ CAPMAST-FILE
066576         INVALID KEY
066577             MOVE SPACE TO CM-HOLD-FLAG
066578     END-READ
066579     IF CM-ON-HOLD
066580         ADD 1 TO BO-SOURCES-HELD
066581         MOVE 4 TO BO-NEW-RC
066582         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
066583         MOVE BO-T-SOURCE(BO-I) TO BO-DL-SOURCE
066584         MOVE BO-T-DAY-COUNT(BO-I) TO BO-DL-ROWS
066585         MOVE BO-T-DAY-ANS(BO-I) TO BO-DL-ANS
066586         MOVE BO-T-DAY-HALF(BO-I) TO BO-DL-HALF
066587         MOVE SPACES TO BO-DL-TEXT
066588         STRING "ON HOLD UNDER DISPUTE " DELIMITED BY SIZE
066589             CM-HOLD-DISPUTE DELIMITED BY SIZE
066590             " - NOT REVERSED" DELIMITED BY SIZE
066591             INTO BO-DL-TEXT
066592         PERFORM 2610-WRITE-DETAIL-LINES THRU 2610-EXIT
066593         DISPLAY "CAPBKOUT - " BO-T-SOURCE(BO-I)(1:40)
066594             " IS ON HOLD UNDER DISPUTE " CM-HOLD-DISPUTE
066595             " - NOT REVERSED"
066596         GO TO 2100-EXIT
066597     END-IF
066600     ADD 1 TO BO-SOURCES-REVERSED
066700     ADD BO-T-DAY-COUNT(BO-I) TO BO-ROWS-REVERSED
066800     PERFORM 2200-RESTORE-MASTER THRU 2200-EXIT
074200 2300-START.
074300     MOVE BO-RUN-DATE-X TO BO-LL-DATE
074400     MOVE BO-T-SOURCE(BO-I) TO BO-LL-SOURCE
074410     MOVE BO-T-SOURCE(BO-I) TO BO-LL-FULL-SOURCE
074420     MOVE BO-T-PUZZLE(BO-I) TO BO-LL-PUZZLE
074500     IF BO-T-PRIOR-SW(BO-I) = "Y"
074600         MOVE BO-T-PRIOR-ANS(BO-I) TO BO-LL-ANS
074610         MOVE BO-T-PRIOR-HALF(BO-I) TO BO-LL-HALFWAY
074700     ELSE
074800         MOVE ZERO TO BO-LL-ANS
074810         MOVE ZERO TO BO-LL-HALFWAY
074900     END-IF
075000     MOVE "REVERSAL" TO BO-LL-TAG
075007     IF BO-T-DAY-COUNT(BO-I) > 99
075014         DISPLAY "CAPBKOUT - " BO-T-DAY-COUNT(BO-I)
075021             " ROWS REVERSED FOR " BO-T-SOURCE(BO-I)(1:40)
075028             " - LEDGER SHOWS 99, CREDIT THE REST BY HAND"
075035         MOVE 99 TO BO-LL-ROWS
075042     ELSE
075049         MOVE BO-T-DAY-COUNT(BO-I) TO BO-LL-ROWS
075056     END-IF
075063     IF BO-T-DAY-DIGIT-SUM(BO-I) > 9999999
075070         MOVE 9999999 TO BO-LL-DIGITS
075077     ELSE
075084         MOVE BO-T-DAY-DIGIT-SUM(BO-I) TO BO-LL-DIGITS
075091     END-IF
075100     WRITE CAPLEDGR-RECORD FROM BO-LEDGER-LINE
075200     IF BO-CAPLEDGR-STATUS NOT = "00"
075300         DISPLAY "CAPBKOUT - CAPLEDGR WRITE FAILED, STATUS "
077100         DELIMITED BY SIZE INTO BO-AU-DATE
077200     ACCEPT BO-AU-USERID FROM ENVIRONMENT "USER"
077300     MOVE BO-T-SOURCE(BO-I) TO BO-AU-SOURCE
077310     MOVE BO-T-SOURCE(BO-I) TO BO-AU-FULL-SOURCE
077320     MOVE BO-T-PUZZLE(BO-I) TO BO-AU-PUZZLE
077400     EVALUATE TRUE
077410         WHEN BO-T-LATER-SW(BO-I) = "Y" AND BO-MAST-FOUND
077420             MOVE CM-DIGIT-COUNT TO BO-AU-RECCOUNT
079600 2500-START.
079700     MOVE BO-BKDATE-X TO BO-IR-DATE
079800     MOVE BO-T-SOURCE(BO-I) TO BO-IR-SOURCE
079810     MOVE BO-T-SOURCE(BO-I) TO BO-IR-FULL-SOURCE
079820     MOVE BO-T-PUZZLE(BO-I) TO BO-IR-PUZZLE
079900     MOVE BO-T-DAY-ANS(BO-I) TO BO-IR-ANS
080000     MOVE BO-T-DAY-HALF(BO-I) TO BO-IR-HALF
080100     MOVE "RV" TO BO-IR-TAG
083200                 BO-T-PRIOR-HALF(BO-I) DELIMITED BY SIZE
083300                 INTO BO-DL-TEXT
083400     END-EVALUATE
083500     PERFORM 2610-WRITE-DETAIL-LINES THRU 2610-EXIT.
083800 2600-EXIT.
083900     EXIT.
083910*-----------------------------------------------------------------
083920 2610-WRITE-DETAIL-LINES SECTION.
083930 2610-START.
083940     MOVE " " TO CAPBORPT-CTRL
083950     MOVE BO-DETAIL-LINE TO CAPBORPT-LINE
083960     WRITE CAPBORPT-RECORD
083970     MOVE " " TO CAPBORPT-CTRL
083980     MOVE BO-DETAIL-FIGS-LINE TO CAPBORPT-LINE
083990     WRITE CAPBORPT-RECORD.
083993 2610-EXIT.
083996     EXIT.
084000*-----------------------------------------------------------------
084100 4000-PRINT-VERDICT SECTION.
084200 4000-START.
085130         MOVE BO-SOURCES-SKIPPED TO BO-CL-COUNT
085140         PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
085150     END-IF
085158     IF BO-SOURCES-HELD > ZERO
085166         MOVE "ON HOLD, NOT REVERSED......" TO BO-CL-LABEL
085174         MOVE BO-SOURCES-HELD TO BO-CL-COUNT
085182         PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
085190     END-IF
085200     MOVE "MASTER ROWS DELETED........." TO BO-CL-LABEL
085300     MOVE BO-MASTERS-DELETED TO BO-CL-COUNT
085400     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
086000     WRITE CAPBORPT-RECORD
086100     MOVE " " TO CAPBORPT-CTRL
086200     MOVE SPACES TO CAPBORPT-LINE
086210     EVALUATE TRUE
086220         WHEN BO-ABANDONED
086230             STRING "*** " DELIMITED BY SIZE
086240                 BO-FULL-TABLE DELIMITED BY "  "
086249                 " TABLE FULL - NOTHING REVERSED, RAISE ITS "
086258                 "OCCURS LIMIT IN CAPBKOUT AND RERUN ***"
086270                 DELIMITED BY SIZE INTO CAPBORPT-LINE
086280         WHEN BO-SOURCES-REVERSED = ZERO
086290             STRING "NOTHING LEFT TO REVERSE FOR "
086300                 DELIMITED BY SIZE
086310                 BO-BKDATE-X DELIMITED BY SIZE
086320                 " - NOT SCORED, ALREADY REVERSED OR ON HOLD"
086330                 DELIMITED BY SIZE INTO CAPBORPT-LINE
086340             MOVE 4 TO BO-NEW-RC
086350             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
086360         WHEN OTHER
086370             STRING "REVERSALS POSTED - HAND CAPIFREV TO THE "
086380                 "SPREADSHEET SIDE" DELIMITED BY SIZE
086390                 INTO CAPBORPT-LINE
086400     END-EVALUATE
087500     WRITE CAPBORPT-RECORD
087600     MOVE " " TO CAPBORPT-CTRL
087700     MOVE SPACES TO CAPBORPT-LINE
092300 9000-EXIT.
092400     EXIT.
092500*-----------------------------------------------------------------
092505* 9100-TABLE-FULL STOPS THE RUN WHEN THE TABLE NAMED IN
092510* BO-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. A BACKOUT THAT REVERSED
092514* ONLY THE SOURCES THAT FITTED WOULD LEAVE THE DAY HALF UNDONE, SO
092518* NOTHING IS REVERSED; 4000-PRINT-VERDICT NAMES THE TABLE ON THE
092522* REPORT.
092530*-----------------------------------------------------------------
092535 9100-TABLE-FULL SECTION.
092540 9100-START.
092545     DISPLAY "CAPBKOUT - " BO-FULL-TABLE
092550         " TABLE FULL - RUN STOPPED, NOTHING REVERSED"
092555     MOVE "Y" TO BO-ABANDON-SW
092560     MOVE 16 TO BO-NEW-RC
092565     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
092570 9100-EXIT.
092575     EXIT.
092580*-----------------------------------------------------------------
092600 END PROGRAM CAPBKOUT.
