000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    WEEKLY AGING REPORT OF OPEN ANSWER DISPUTES.
000700*
000800*             CAPDMNT KEEPS THE VENDORS' ANSWER DISPUTES ON THE
000900*             CAPDISP DISPUTE FILE, AND WHILE ONE IS OPEN ITS
001000*             SOURCE'S EXTRACT ROWS ARE HELD OFF CAPIFACE. THIS
001100*             JOB RUNS ONCE A WEEK AND LISTS EVERY DISPUTE STILL
001200*             OPEN, BY VENDOR AND OLDEST FIRST WITHIN THE VENDOR,
001300*             WITH ITS AGE IN DAYS SINCE IT WAS OPENED AND THE AGE
001400*             BAND IT FALLS IN:
001500*
001600*               0-7, 8-14, 15-30, 31-60 AND OVER 60 DAYS
001700*
001800*             EACH VENDOR'S DISPUTES ARE FOLLOWED BY ITS COUNT IN
001900*             EACH BAND, AND A SUMMARY PAGE GIVES ONE LINE PER
002000*             VENDOR WITH ITS BAND COUNTS, ITS OLDEST DISPUTE AND
002100*             THE TOTALS FOR ALL VENDORS. A DISPUTE ON A SOURCE
002200*             WITH NO CAPSRCE REGISTRATION LISTS UNDER
002300*             (UNREGISTERED).
002400*
002500*             THE AGE IS RECKONED TO TODAY UNLESS THE CAPDADATE
002600*             SETTING (YYYY-MM-DD) NAMES ANOTHER DAY. THE REPORT
002700*             IS A GENERATION, CAPDARPT.YYYYMMDD, RECORDED ON THE
002710*             CAPRPIDX INDEX FOR CAPRPRNT. THE RUN IS LOGGED ON
002720*             CAPJOBLG AND HOLDS A READ LOCK ON CAPDISP, SO NO
002730*             CAPDMNT RUN REWRITES IT WHILE IT IS BEING AGED.
002900*
003000*             CONDITIONS: 0 NOTHING OPEN OVER 30 DAYS, 4 A DISPUTE
003100*             OPEN OVER 30 DAYS OR A ROW WITH AN UNREADABLE DATE,
003200*             8 CAPDISP OR OUTPUT FILE TROUBLE, 16 THE VENDOR
003210*             TABLE FULL - THE SUMMARY IS ABANDONED - OR A DATASET
003220*             LOCKED BY ANOTHER JOB.
003400*
003500* MODIFICATION HISTORY.
003600*   2026-10-15  M00SK  ORIGINAL VERSION.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. CAPDAGE.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CAPDISP-FILE ASSIGN TO "CAPDISP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS DA-CAPDISP-STATUS.
004600     SELECT CAPDARPT-FILE ASSIGN DYNAMIC DA-CAPDARPT-NAME
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS DA-CAPDARPT-STATUS.
004900     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS DA-CAPRPIDX-STATUS.
005200     SELECT AGING-SORT-FILE ASSIGN TO "SORTWK01".
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CAPDISP-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  CAPDISP-RECORD                             PIC X(400).
005800 FD  CAPDARPT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CAPDARPT-RECORD.
006100     05  CAPDARPT-CTRL                          PIC X(01).
006200     05  CAPDARPT-LINE                          PIC X(132).
006300 FD  CAPRPIDX-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  CAPRPIDX-RECORD                            PIC X(43).
006600*-----------------------------------------------------------------
006700* ONE SORT RECORD PER OPEN DISPUTE. DA-SORT-AGE SORTS DESCENDING
006800* SO EACH VENDOR'S OLDEST DISPUTE PRINTS FIRST.
006900*-----------------------------------------------------------------
007000 SD  AGING-SORT-FILE.
007100 01  AGING-SORT-RECORD.
007200     05  DA-SORT-VENDOR                         PIC X(20).
007300     05  DA-SORT-AGE                            PIC 9(05).
007400     05  DA-SORT-NUMBER                         PIC 9(06).
007500     05  DA-SORT-BAND                           PIC 9(01).
007600     05  DA-SORT-OPENED                         PIC X(10).
007700     05  DA-SORT-REASON                         PIC X(02).
007800     05  DA-SORT-RAISED-BY                      PIC X(20).
007900     05  DA-SORT-SOURCE                         PIC X(80).
008000 WORKING-STORAGE SECTION.
008100 77  DA-CAPDISP-STATUS                          PIC X(02).
008200 77  DA-CAPDARPT-STATUS                         PIC X(02).
008300 77  DA-CAPRPIDX-STATUS                         PIC X(02).
008400 77  DA-CAPDARPT-NAME                           PIC X(80)
008500                                                VALUE "CAPDARPT".
008600 77  DA-OVERRIDE-X                              PIC X(10)
008700                                                VALUE SPACES.
008800 77  DA-FULL-TABLE                              PIC X(10)
008900                                                VALUE SPACES.
009000 77  DA-EOF-SW                                  PIC X(01)
009100                                                VALUE "N".
009200     88  DA-EOF                                 VALUE "Y".
009300 77  DA-ABANDON-SW                              PIC X(01)
009400                                                VALUE "N".
009500     88  DA-ABANDONED                           VALUE "Y".
009600 77  DA-BX                                      PIC 9(04) COMP
009700                                                VALUE ZERO.
009800 77  DA-VX                                      PIC 9(04) COMP
009900                                                VALUE ZERO.
010000 77  DA-ROWS-READ                               PIC 9(08)
010100                                                VALUE ZERO.
010200 77  DA-OPEN-COUNT                              PIC 9(08)
010300                                                VALUE ZERO.
010400 77  DA-BAD-DATES                               PIC 9(08)
010500                                                VALUE ZERO.
010600 77  DA-VEN-OPEN                                PIC 9(05)
010700                                                VALUE ZERO.
010800 77  DA-VEN-OLDEST                              PIC 9(05)
010900                                                VALUE ZERO.
011000 77  DA-PREV-VENDOR                             PIC X(20)
011100                                                VALUE SPACES.
011200 77  DA-RUN-RC                                  PIC 9(02)
011300                                                VALUE ZERO.
011400 77  DA-NEW-RC                                  PIC 9(02)
011500                                                VALUE ZERO.
011600 77  DA-RUN-DATE-YYYYMMDD                       PIC 9(08)
011700                                                VALUE ZERO.
011800 77  DA-RUN-MMDD                                PIC 9(04)
011900                                                VALUE ZERO.
012000 77  DA-RUN-DAYNUM                              PIC 9(07)
012100                                                VALUE ZERO.
012200 77  DA-OPEN-DAYNUM                             PIC 9(07)
012300                                                VALUE ZERO.
012400 77  DA-AGE                                     PIC 9(05)
012500                                                VALUE ZERO.
012600 77  DA-COUNT-ED                                PIC Z(04)9.
012700*-----------------------------------------------------------------
012800* 2100-DAY-NUMBER TURNS DA-CV-YYYY/MM/DD INTO A RUNNING DAY NUMBER
012900* IN DA-CV-DAYNUM, COUNTING FROM A YEAR THAT STARTS ON 1 MARCH SO
013000* THE LEAP DAY FALLS AT THE END. THE OTHER FIELDS ARE ITS WORK.
013100*-----------------------------------------------------------------
013200 01  DA-CONVERT-AREA.
013300     05  DA-CV-YYYY                             PIC 9(04).
013400     05  DA-CV-MM                               PIC 9(02).
013500     05  DA-CV-DD                               PIC 9(02).
013600     05  DA-CV-YEAR                             PIC 9(04).
013700     05  DA-CV-MONTH                            PIC 9(02).
013800     05  DA-CV-Y4                               PIC 9(04).
013900     05  DA-CV-Y100                             PIC 9(04).
014000     05  DA-CV-Y400                             PIC 9(04).
014100     05  DA-CV-MDAYS                            PIC 9(04).
014200     05  DA-CV-DAYNUM                           PIC 9(07).
014300 01  DA-RUN-DATE-X.
014400     05  DA-RUN-YYYY                            PIC 9(04).
014500     05  FILLER                                 PIC X(01)
014600                                                VALUE "-".
014700     05  DA-RUN-MM                              PIC 9(02).
014800     05  FILLER                                 PIC X(01)
014900                                                VALUE "-".
015000     05  DA-RUN-DD                              PIC 9(02).
015100*-----------------------------------------------------------------
015200* THE CAPDISP ROW AS CAPDMNT WRITES IT - SEE CAPDMNT FOR THE FULL
015300* LAYOUT. ONLY WHAT THE AGING NEEDS IS NAMED HERE.
015400*-----------------------------------------------------------------
015500 01  DA-DISP-REC.
015600     05  DA-DP-NUMBER                           PIC 9(06).
015700     05  FILLER                                 PIC X(01).
015800     05  DA-DP-STATUS                           PIC X(01).
015900         88  DA-DP-OPEN                         VALUE "O".
016000     05  FILLER                                 PIC X(01).
016100     05  DA-DP-OPENED.
016200         10  DA-DP-OPEN-YYYY                    PIC X(04).
016300         10  FILLER                             PIC X(01).
016400         10  DA-DP-OPEN-MM                      PIC X(02).
016500         10  FILLER                             PIC X(01).
016600         10  DA-DP-OPEN-DD                      PIC X(02).
016700     05  FILLER                                 PIC X(01).
016800     05  DA-DP-OPENED-BY                        PIC X(20).
016900     05  FILLER                                 PIC X(01).
017000     05  DA-DP-RAISED-BY                        PIC X(20).
017100     05  FILLER                                 PIC X(01).
017200     05  DA-DP-REASON                           PIC X(02).
017300     05  FILLER                                 PIC X(01).
017400     05  DA-DP-SOURCE                           PIC X(80).
017500     05  FILLER                                 PIC X(01).
017600     05  DA-DP-VENDOR                           PIC X(20).
017700     05  FILLER                                 PIC X(234).
017800*-----------------------------------------------------------------
017900* THE AGE BANDS. DA-BAND-LIMIT IS THE MOST DAYS A DISPUTE MAY BE
018000* OPEN AND STILL FALL IN THE BAND; THE LAST BAND TAKES THE REST.
018100*-----------------------------------------------------------------
018200 01  DA-BAND-VALUES.
018300     05  FILLER                                 PIC X(13)
018400                                   VALUE "00007 0-7    ".
018500     05  FILLER                                 PIC X(13)
018600                                   VALUE "00014 8-14   ".
018700     05  FILLER                                 PIC X(13)
018800                                   VALUE "00030 15-30  ".
018900     05  FILLER                                 PIC X(13)
019000                                   VALUE "00060 31-60  ".
019100     05  FILLER                                 PIC X(13)
019200                                   VALUE "99999 OVER 60".
019300 01  DA-BAND-TABLE REDEFINES DA-BAND-VALUES.
019400     05  DA-BAND-ENTRY OCCURS 5 TIMES.
019500         10  DA-BAND-LIMIT                      PIC 9(05).
019600         10  FILLER                             PIC X(01).
019700         10  DA-BAND-NAME                       PIC X(07).
019800*-----------------------------------------------------------------
019900* THE CURRENT VENDOR'S BAND COUNTS, AND THE ALL-VENDOR TOTALS.
020000*-----------------------------------------------------------------
020100 01  DA-VEN-BANDS.
020200     05  DA-VEN-BAND                            PIC 9(05)
020300                                                OCCURS 5 TIMES.
020400 01  DA-TOT-BANDS.
020500     05  DA-TOT-BAND                            PIC 9(05)
020600                                                OCCURS 5 TIMES.
020700*-----------------------------------------------------------------
020800* ONE ENTRY PER VENDOR WITH OPEN DISPUTES, IN VENDOR ORDER, FOR
020900* THE SUMMARY PAGE.
021000*-----------------------------------------------------------------
021100 01  DA-VENDOR-TABLE.
021200     05  DA-VENDOR-COUNT                        PIC 9(04) COMP
021300                                                VALUE ZERO.
021400     05  DA-VENDOR-ENTRY OCCURS 200 TIMES.
021500         10  DA-VT-VENDOR                       PIC X(20).
021600         10  DA-VT-BAND                         PIC 9(05)
021700                                                OCCURS 5 TIMES.
021800         10  DA-VT-OPEN                         PIC 9(05).
021900         10  DA-VT-OLDEST                       PIC 9(05).
022000 01  DA-HEAD-LINE-1.
022100     05  FILLER                                 PIC X(10)
022200                                                VALUE "  DISPUTE".
022300     05  FILLER                                 PIC X(12)
022400                                                VALUE "OPENED".
022500     05  FILLER                                 PIC X(07)
022600                                                VALUE "  AGE".
022700     05  FILLER                                 PIC X(09)
022800                                                VALUE "BAND".
022900     05  FILLER                                 PIC X(04)
023000                                                VALUE "RS".
023100     05  FILLER                                 PIC X(22)
023200                                                VALUE "RAISED BY".
023300     05  FILLER                                 PIC X(50)
023400                                                VALUE "SOURCE".
023500 01  DA-HEAD-LINE-2.
023600     05  FILLER                                 PIC X(10)
023700                                                VALUE "  -------".
023800     05  FILLER                                 PIC X(12)
023900                                               VALUE "----------".
024000     05  FILLER                                 PIC X(07)
024100                                                VALUE "  ---".
024200     05  FILLER                                 PIC X(09)
024300                                                VALUE "-------".
024400     05  FILLER                                 PIC X(04)
024500                                                VALUE "--".
024600     05  FILLER                                 PIC X(22)
024700                          VALUE "--------------------".
024800     05  FILLER                                 PIC X(50)
024900                VALUE "----------------------------------------".
025000 01  DA-DETAIL-LINE.
025100     05  FILLER                                 PIC X(02)
025200                                                VALUE SPACES.
025300     05  DA-DL-NUMBER                           PIC 9(06).
025400     05  FILLER                                 PIC X(02)
025500                                                VALUE SPACES.
025600     05  DA-DL-OPENED                           PIC X(10).
025700     05  FILLER                                 PIC X(02)
025800                                                VALUE SPACES.
025900     05  DA-DL-AGE                              PIC Z(04)9.
026000     05  FILLER                                 PIC X(02)
026100                                                VALUE SPACES.
026200     05  DA-DL-BAND                             PIC X(07).
026300     05  FILLER                                 PIC X(02)
026400                                                VALUE SPACES.
026500     05  DA-DL-REASON                           PIC X(02).
026600     05  FILLER                                 PIC X(02)
026700                                                VALUE SPACES.
026800     05  DA-DL-RAISED-BY                        PIC X(20).
026900     05  FILLER                                 PIC X(02)
027000                                                VALUE SPACES.
027100     05  DA-DL-SOURCE                           PIC X(50).
027200 01  DA-SUMMARY-HEAD.
027300     05  FILLER                                 PIC X(22)
027400                                                VALUE "VENDOR".
027500     05  FILLER                                 PIC X(08)
027600                                                VALUE "    0-7".
027700     05  FILLER                                 PIC X(08)
027800                                                VALUE "   8-14".
027900     05  FILLER                                 PIC X(08)
028000                                                VALUE "  15-30".
028100     05  FILLER                                 PIC X(08)
028200                                                VALUE "  31-60".
028300     05  FILLER                                 PIC X(08)
028400                                                VALUE "OVER 60".
028500     05  FILLER                                 PIC X(08)
028600                                                VALUE "   OPEN".
028700     05  FILLER                                 PIC X(08)
028800                                                VALUE " OLDEST".
028900 01  DA-SUMMARY-LINE.
029000     05  DA-SL-VENDOR                           PIC X(20).
029100     05  FILLER                                 PIC X(02)
029200                                                VALUE SPACES.
029300     05  DA-SL-BAND-AREA.
029400         10  DA-SL-BAND                         PIC Z(07)9
029500                                                OCCURS 5 TIMES.
029600     05  DA-SL-OPEN                             PIC Z(07)9.
029700     05  DA-SL-OLDEST                           PIC Z(07)9.
029800 01  DA-RPIDX-LINE.
029900     05  DA-RX-NAME                             PIC X(20).
030000     05  FILLER                                 PIC X(01)
030100                                                VALUE SPACE.
030200     05  DA-RX-TYPE                             PIC X(08).
030300     05  FILLER                                 PIC X(01)
030400                                                VALUE SPACE.
030500     05  DA-RX-DATE                             PIC X(10).
030600     05  FILLER                                 PIC X(01)
030700                                                VALUE SPACE.
030800     05  DA-RX-RC                               PIC 9(02).
030810*-----------------------------------------------------------------
030820* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
030830* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
030840*-----------------------------------------------------------------
030850 COPY CAPJOBA.
030900 PROCEDURE DIVISION.
031000 0000-MAIN SECTION.
031100*-----------------------------------------------------------------
031200* THE OPEN DISPUTES ARE SORTED BY VENDOR AND AGE AS CAPDISP IS
031300* READ, AND PRINTED AS THEY COME BACK; THE SUMMARY PAGE IS BUILT
031400* FROM THE VENDOR TOTALS GATHERED ON THE WAY.
031500*-----------------------------------------------------------------
031600 0000-MAINLINE.
031700     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
031710     PERFORM 0800-JOB-START THRU 0800-EXIT
031720     IF JC-REFUSED
031730         MOVE 16 TO RETURN-CODE
031740         STOP RUN
031750     END-IF
031800     OPEN OUTPUT CAPDARPT-FILE
031900     IF DA-CAPDARPT-STATUS NOT = "00"
032000         DISPLAY "CAPDAGE - UNABLE TO OPEN "
032100             DA-CAPDARPT-NAME(1:20)
032200             ", STATUS " DA-CAPDARPT-STATUS
032300         MOVE 8 TO RETURN-CODE
032310         PERFORM 0890-JOB-END THRU 0890-EXIT
032400         STOP RUN
032500     END-IF
032600     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
032700     MOVE ZERO TO DA-TOT-BANDS
032800     SORT AGING-SORT-FILE
032900         ON ASCENDING KEY DA-SORT-VENDOR
033000         ON DESCENDING KEY DA-SORT-AGE
033100         ON ASCENDING KEY DA-SORT-NUMBER
033200         INPUT PROCEDURE IS 1000-GATHER-OPEN
033300         OUTPUT PROCEDURE IS 3000-PRINT-BY-VENDOR
033400     IF NOT DA-ABANDONED
033500         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
033600     END-IF
033700     PERFORM 7900-PRINT-FOOTER THRU 7900-EXIT
033800     CLOSE CAPDARPT-FILE
033900     PERFORM 8000-WRITE-REPORT-INDEX THRU 8000-EXIT
034000     DISPLAY "CAPDAGE - " DA-RUN-DATE-X " DISPUTE AGING, "
034100         DA-OPEN-COUNT " OPEN DISPUTE(S), "
034200         DA-TOT-BAND(4) " AT 31-60 DAYS, " DA-TOT-BAND(5)
034300         " OVER 60, CONDITION " DA-RUN-RC
034400     MOVE DA-RUN-RC TO RETURN-CODE
034410     PERFORM 0890-JOB-END THRU 0890-EXIT
034500     STOP RUN.
034600 0000-EXIT.
034602     EXIT.
034604*-----------------------------------------------------------------
034606* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
034608* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
034610* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
034612*-----------------------------------------------------------------
034614 0800-JOB-START SECTION.
034616 0800-START.
034618     MOVE SPACES TO CAPJOB-COMMAREA
034620     MOVE "S" TO JC-FUNCTION
034622     MOVE "CAPDAGE" TO JC-PROGRAM
034624     MOVE 2 TO JC-LOCK-COUNT
034626     MOVE "CAPDISP" TO JC-LOCK-DSN(1)
034628     MOVE "R" TO JC-LOCK-MODE(1)
034630     MOVE "CAPRPIDX" TO JC-LOCK-DSN(2)
034632     MOVE "U" TO JC-LOCK-MODE(2)
034634     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
034636 0800-EXIT.
034638     EXIT.
034640*-----------------------------------------------------------------
034642* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
034644* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
034646* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
034648*-----------------------------------------------------------------
034650 0890-JOB-END SECTION.
034652 0890-START.
034654     MOVE RETURN-CODE TO JC-CONDITION
034656     MOVE "E" TO JC-FUNCTION
034658     MOVE "ROWS READ" TO JC-COUNT-LABEL(1)
034660     MOVE DA-ROWS-READ TO JC-COUNT-VALUE(1)
034662     MOVE "OPEN" TO JC-COUNT-LABEL(2)
034664     MOVE DA-OPEN-COUNT TO JC-COUNT-VALUE(2)
034670     CALL "CAPJCTL" USING CAPJOB-COMMAREA
034672     MOVE JC-CONDITION TO RETURN-CODE.
034674 0890-EXIT.
034700     EXIT.
034800*-----------------------------------------------------------------
034900* 0900-GET-RUN-DATE SETTLES THE DAY THE AGES ARE RECKONED TO -
035000* TODAY, OR CAPDADATE IF IT NAMES ANOTHER (YYYY-MM-DD) - ITS DAY
035100* NUMBER AND THE GENERATION NAME.
035200*-----------------------------------------------------------------
035300 0900-GET-RUN-DATE SECTION.
035400 0900-START.
035500     ACCEPT DA-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
035600     DIVIDE DA-RUN-DATE-YYYYMMDD BY 10000
035700         GIVING DA-RUN-YYYY
035800         REMAINDER DA-RUN-MMDD
035900     DIVIDE DA-RUN-MMDD BY 100
036000         GIVING DA-RUN-MM
036100         REMAINDER DA-RUN-DD
036200     MOVE SPACES TO DA-OVERRIDE-X
036300     ACCEPT DA-OVERRIDE-X FROM ENVIRONMENT "CAPDADATE"
036400     IF DA-OVERRIDE-X NOT = SPACES
036500         IF DA-OVERRIDE-X(1:4) NUMERIC
036600                 AND DA-OVERRIDE-X(5:1) = "-"
036700                 AND DA-OVERRIDE-X(6:2) NUMERIC
036800                 AND DA-OVERRIDE-X(8:1) = "-"
036900                 AND DA-OVERRIDE-X(9:2) NUMERIC
037000             MOVE DA-OVERRIDE-X(1:4) TO DA-RUN-YYYY
037100             MOVE DA-OVERRIDE-X(6:2) TO DA-RUN-MM
037200             MOVE DA-OVERRIDE-X(9:2) TO DA-RUN-DD
037300             COMPUTE DA-RUN-DATE-YYYYMMDD =
037400                 DA-RUN-YYYY * 10000 + DA-RUN-MM * 100
037500                 + DA-RUN-DD
037600         ELSE
037700             DISPLAY "CAPDAGE - CAPDADATE '" DA-OVERRIDE-X
037800                 "' IS NOT YYYY-MM-DD, USING TODAY"
037900         END-IF
038000     END-IF
038100     MOVE DA-RUN-YYYY TO DA-CV-YYYY
038200     MOVE DA-RUN-MM TO DA-CV-MM
038300     MOVE DA-RUN-DD TO DA-CV-DD
038400     PERFORM 2100-DAY-NUMBER THRU 2100-EXIT
038500     MOVE DA-CV-DAYNUM TO DA-RUN-DAYNUM
038600     MOVE SPACES TO DA-CAPDARPT-NAME
038700     STRING "CAPDARPT." DELIMITED BY SIZE
038800         DA-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
038900         INTO DA-CAPDARPT-NAME.
039000 0900-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------------
039300 0950-PRINT-REPORT-HEADER SECTION.
039400 0950-START.
039500     MOVE "1" TO CAPDARPT-CTRL
039600     MOVE SPACES TO CAPDARPT-LINE
039700     STRING "CAPDAGE - OPEN ANSWER DISPUTES BY VENDOR AND AGE"
039800         DELIMITED BY SIZE INTO CAPDARPT-LINE
039900     WRITE CAPDARPT-RECORD
040000     MOVE " " TO CAPDARPT-CTRL
040100     MOVE SPACES TO CAPDARPT-LINE
040200     STRING "AGED TO........... " DELIMITED BY SIZE
040300         DA-RUN-DATE-X DELIMITED BY SIZE
040400         INTO CAPDARPT-LINE
040500     WRITE CAPDARPT-RECORD
040600     MOVE SPACES TO CAPDARPT-LINE
040700     WRITE CAPDARPT-RECORD.
040800 0950-EXIT.
040900     EXIT.
041000*-----------------------------------------------------------------
041100* 1000-GATHER-OPEN IS THE SORT INPUT PROCEDURE. IT READS CAPDISP
041200* AND RELEASES EVERY OPEN DISPUTE WITH ITS AGE AND BAND. NO
041300* CAPDISP YET MEANS NO DISPUTE HAS EVER BEEN OPENED.
041400*-----------------------------------------------------------------
041500 1000-GATHER-OPEN SECTION.
041600 1000-START.
041700     OPEN INPUT CAPDISP-FILE
041800     IF DA-CAPDISP-STATUS = "05" OR DA-CAPDISP-STATUS = "35"
041900         GO TO 1000-EXIT
042000     END-IF
042100     IF DA-CAPDISP-STATUS NOT = "00"
042200         DISPLAY "CAPDAGE - UNABLE TO OPEN CAPDISP, STATUS "
042300             DA-CAPDISP-STATUS
042400         MOVE 8 TO DA-NEW-RC
042500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
042600         GO TO 1000-EXIT
042700     END-IF
042800     MOVE "N" TO DA-EOF-SW
042900     PERFORM 1100-GATHER-ONE-ROW THRU 1100-EXIT
043000         UNTIL DA-EOF
043100     CLOSE CAPDISP-FILE.
043200 1000-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------------
043500 1100-GATHER-ONE-ROW SECTION.
043600 1100-START.
043700     READ CAPDISP-FILE INTO DA-DISP-REC
043800         AT END
043900             MOVE "Y" TO DA-EOF-SW
044000             GO TO 1100-EXIT
044100     END-READ
044200     ADD 1 TO DA-ROWS-READ
044300     IF NOT DA-DP-OPEN OR DA-DP-NUMBER NOT NUMERIC
044400         GO TO 1100-EXIT
044500     END-IF
044600     IF DA-DP-OPEN-YYYY NOT NUMERIC OR DA-DP-OPEN-MM NOT NUMERIC
044700             OR DA-DP-OPEN-DD NOT NUMERIC
044800         ADD 1 TO DA-BAD-DATES
044900         DISPLAY "CAPDAGE - DISPUTE " DA-DP-NUMBER
045000             " HAS NO READABLE OPENING DATE ('" DA-DP-OPENED
045100             "') - LEFT OFF THE REPORT"
045200         MOVE 4 TO DA-NEW-RC
045300         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
045400         GO TO 1100-EXIT
045500     END-IF
045600     MOVE DA-DP-OPEN-YYYY TO DA-CV-YYYY
045700     MOVE DA-DP-OPEN-MM TO DA-CV-MM
045800     MOVE DA-DP-OPEN-DD TO DA-CV-DD
045900     PERFORM 2100-DAY-NUMBER THRU 2100-EXIT
046000     MOVE DA-CV-DAYNUM TO DA-OPEN-DAYNUM
046100     MOVE ZERO TO DA-AGE
046200     IF DA-RUN-DAYNUM > DA-OPEN-DAYNUM
046300         COMPUTE DA-AGE = DA-RUN-DAYNUM - DA-OPEN-DAYNUM
046400     END-IF
046500     MOVE 1 TO DA-BX
046600     PERFORM 1200-STEP-BAND THRU 1200-EXIT
046700         UNTIL DA-BX = 5 OR DA-AGE <= DA-BAND-LIMIT(DA-BX)
046800     IF DA-DP-VENDOR = SPACES
046900         MOVE "(UNREGISTERED)" TO DA-SORT-VENDOR
047000     ELSE
047100         MOVE DA-DP-VENDOR TO DA-SORT-VENDOR
047200     END-IF
047300     MOVE DA-AGE TO DA-SORT-AGE
047400     MOVE DA-DP-NUMBER TO DA-SORT-NUMBER
047500     MOVE DA-BX TO DA-SORT-BAND
047600     MOVE DA-DP-OPENED TO DA-SORT-OPENED
047700     MOVE DA-DP-REASON TO DA-SORT-REASON
047800     MOVE DA-DP-RAISED-BY TO DA-SORT-RAISED-BY
047900     MOVE DA-DP-SOURCE TO DA-SORT-SOURCE
048000     RELEASE AGING-SORT-RECORD
048100     ADD 1 TO DA-OPEN-COUNT.
048200 1100-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------------
048500 1200-STEP-BAND SECTION.
048600 1200-START.
048700     ADD 1 TO DA-BX.
048800 1200-EXIT.
048900     EXIT.
049000*-----------------------------------------------------------------
049100* 2100-DAY-NUMBER - SEE DA-CONVERT-AREA. JANUARY AND FEBRUARY
049200* COUNT AS MONTHS 10 AND 11 OF THE YEAR BEFORE; (153 * MONTH + 2)
049300* / 5 IS THE DAYS IN THE MONTHS BEFORE IT, COUNTING FROM MARCH.
049400*-----------------------------------------------------------------
049500 2100-DAY-NUMBER SECTION.
049600 2100-START.
049700     IF DA-CV-MM > 2
049800         MOVE DA-CV-YYYY TO DA-CV-YEAR
049900         COMPUTE DA-CV-MONTH = DA-CV-MM - 3
050000     ELSE
050100         COMPUTE DA-CV-YEAR = DA-CV-YYYY - 1
050200         COMPUTE DA-CV-MONTH = DA-CV-MM + 9
050300     END-IF
050400     DIVIDE DA-CV-YEAR BY 4 GIVING DA-CV-Y4
050500     DIVIDE DA-CV-YEAR BY 100 GIVING DA-CV-Y100
050600     DIVIDE DA-CV-YEAR BY 400 GIVING DA-CV-Y400
050700     COMPUTE DA-CV-MDAYS = 153 * DA-CV-MONTH + 2
050800     DIVIDE DA-CV-MDAYS BY 5 GIVING DA-CV-MDAYS
050900     COMPUTE DA-CV-DAYNUM = DA-CV-YEAR * 365 + DA-CV-Y4
051000         - DA-CV-Y100 + DA-CV-Y400 + DA-CV-MDAYS + DA-CV-DD.
051100 2100-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------------
051400* 3000-PRINT-BY-VENDOR IS THE SORT OUTPUT PROCEDURE. THE DISPUTES
051500* COME BACK GROUPED BY VENDOR, OLDEST FIRST, SO A BREAK ON THE
051600* VENDOR GIVES ONE BLOCK PER VENDOR WITH ITS BAND COUNTS UNDER IT.
051700*-----------------------------------------------------------------
051800 3000-PRINT-BY-VENDOR SECTION.
051900 3000-START.
052000     MOVE SPACES TO DA-PREV-VENDOR
052100     MOVE ZERO TO DA-VEN-OPEN.
052200 3000-RETURN-LOOP.
052300     RETURN AGING-SORT-FILE
052400         AT END
052500             GO TO 3000-RETURNS-DONE
052600     END-RETURN
052700     IF DA-VEN-OPEN = ZERO OR DA-SORT-VENDOR NOT = DA-PREV-VENDOR
052800         IF DA-VEN-OPEN > ZERO
052900             PERFORM 3300-PRINT-VENDOR-TOTAL THRU 3300-EXIT
053000         END-IF
053100         PERFORM 3100-PRINT-VENDOR-HEADER THRU 3100-EXIT
053200         MOVE DA-SORT-VENDOR TO DA-PREV-VENDOR
053300     END-IF
053400     PERFORM 3200-PRINT-DISPUTE THRU 3200-EXIT
053500     GO TO 3000-RETURN-LOOP.
053600 3000-RETURNS-DONE.
053700     IF DA-VEN-OPEN > ZERO
053800         PERFORM 3300-PRINT-VENDOR-TOTAL THRU 3300-EXIT
053900     END-IF
054000     IF DA-OPEN-COUNT = ZERO
054100         MOVE " " TO CAPDARPT-CTRL
054200         MOVE SPACES TO CAPDARPT-LINE
054300         MOVE "NO OPEN DISPUTES ON CAPDISP" TO CAPDARPT-LINE
054400         WRITE CAPDARPT-RECORD
054500     END-IF.
054600 3000-EXIT.
054700     EXIT.
054800*-----------------------------------------------------------------
054900 3100-PRINT-VENDOR-HEADER SECTION.
055000 3100-START.
055100     MOVE ZERO TO DA-VEN-OPEN
055200     MOVE ZERO TO DA-VEN-OLDEST
055300     MOVE ZERO TO DA-VEN-BANDS
055400     MOVE " " TO CAPDARPT-CTRL
055500     MOVE SPACES TO CAPDARPT-LINE
055600     STRING "VENDOR............ " DELIMITED BY SIZE
055700         DA-SORT-VENDOR DELIMITED BY SIZE
055800         INTO CAPDARPT-LINE
055900     WRITE CAPDARPT-RECORD
056000     MOVE SPACES TO CAPDARPT-LINE
056100     WRITE CAPDARPT-RECORD
056200     MOVE DA-HEAD-LINE-1 TO CAPDARPT-LINE
056300     WRITE CAPDARPT-RECORD
056400     MOVE DA-HEAD-LINE-2 TO CAPDARPT-LINE
056500     WRITE CAPDARPT-RECORD.
056600 3100-EXIT.
056700     EXIT.
056800*-----------------------------------------------------------------
056900* 3200-PRINT-DISPUTE PRINTS ONE OPEN DISPUTE AND COUNTS IT IN ITS
057000* VENDOR'S BAND AND THE ALL-VENDOR BAND. ANY DISPUTE OPEN OVER 30
057100* DAYS RAISES CONDITION 4 SO THE RUN STANDS OUT ON THE RUN-BOOK.
057200*-----------------------------------------------------------------
057300 3200-PRINT-DISPUTE SECTION.
057400 3200-START.
057500     ADD 1 TO DA-VEN-OPEN
057600     IF DA-SORT-AGE > DA-VEN-OLDEST
057700         MOVE DA-SORT-AGE TO DA-VEN-OLDEST
057800     END-IF
057900     MOVE DA-SORT-BAND TO DA-BX
058000     ADD 1 TO DA-VEN-BAND(DA-BX)
058100     ADD 1 TO DA-TOT-BAND(DA-BX)
058200     IF DA-BX > 3
058300         MOVE 4 TO DA-NEW-RC
058400         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
058500     END-IF
058600     MOVE DA-SORT-NUMBER TO DA-DL-NUMBER
058700     MOVE DA-SORT-OPENED TO DA-DL-OPENED
058800     MOVE DA-SORT-AGE TO DA-DL-AGE
058900     MOVE DA-BAND-NAME(DA-BX) TO DA-DL-BAND
059000     MOVE DA-SORT-REASON TO DA-DL-REASON
059100     MOVE DA-SORT-RAISED-BY TO DA-DL-RAISED-BY
059200     MOVE DA-SORT-SOURCE TO DA-DL-SOURCE
059300     MOVE " " TO CAPDARPT-CTRL
059400     MOVE DA-DETAIL-LINE TO CAPDARPT-LINE
059500     WRITE CAPDARPT-RECORD.
059600 3200-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------------
059900* 3300-PRINT-VENDOR-TOTAL CLOSES A VENDOR'S BLOCK WITH ITS BAND
060000* COUNTS AND KEEPS THEM FOR THE SUMMARY PAGE.
060100*-----------------------------------------------------------------
060200 3300-PRINT-VENDOR-TOTAL SECTION.
060300 3300-START.
060400     MOVE " " TO CAPDARPT-CTRL
060500     MOVE SPACES TO CAPDARPT-LINE
060600     WRITE CAPDARPT-RECORD
060700     MOVE SPACES TO DA-SUMMARY-LINE
060800     MOVE "  VENDOR TOTAL" TO DA-SL-VENDOR
060900     PERFORM 3310-MOVE-ONE-BAND THRU 3310-EXIT
061000         VARYING DA-BX FROM 1 BY 1
061100         UNTIL DA-BX > 5
061200     MOVE DA-VEN-OPEN TO DA-SL-OPEN
061300     MOVE DA-VEN-OLDEST TO DA-SL-OLDEST
061400     MOVE DA-SUMMARY-HEAD TO CAPDARPT-LINE
061500     WRITE CAPDARPT-RECORD
061600     MOVE DA-SUMMARY-LINE TO CAPDARPT-LINE
061700     WRITE CAPDARPT-RECORD
061800     MOVE SPACES TO CAPDARPT-LINE
061900     WRITE CAPDARPT-RECORD
062000     IF DA-ABANDONED
062100         GO TO 3300-EXIT
062200     END-IF
062300     IF DA-VENDOR-COUNT >= 200
062400         MOVE "VENDOR" TO DA-FULL-TABLE
062500         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
062600         GO TO 3300-EXIT
062700     END-IF
062800     ADD 1 TO DA-VENDOR-COUNT
062900     MOVE DA-VENDOR-COUNT TO DA-VX
063000     MOVE DA-PREV-VENDOR TO DA-VT-VENDOR(DA-VX)
063100     PERFORM 3320-KEEP-ONE-BAND THRU 3320-EXIT
063200         VARYING DA-BX FROM 1 BY 1
063300         UNTIL DA-BX > 5
063400     MOVE DA-VEN-OPEN TO DA-VT-OPEN(DA-VX)
063500     MOVE DA-VEN-OLDEST TO DA-VT-OLDEST(DA-VX).
063600 3300-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------------
063900 3310-MOVE-ONE-BAND SECTION.
064000 3310-START.
064100     MOVE DA-VEN-BAND(DA-BX) TO DA-SL-BAND(DA-BX).
064200 3310-EXIT.
064300     EXIT.
064400*-----------------------------------------------------------------
064500 3320-KEEP-ONE-BAND SECTION.
064600 3320-START.
064700     MOVE DA-VEN-BAND(DA-BX) TO DA-VT-BAND(DA-VX DA-BX).
064800 3320-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------------
065100* 4000-PRINT-SUMMARY STARTS A NEW PAGE WITH ONE LINE PER VENDOR -
065200* ITS COUNT IN EACH AGE BAND, ITS OPEN TOTAL AND ITS OLDEST
065300* DISPUTE IN DAYS - AND THE TOTALS FOR ALL VENDORS.
065400*-----------------------------------------------------------------
065500 4000-PRINT-SUMMARY SECTION.
065600 4000-START.
065700     MOVE "1" TO CAPDARPT-CTRL
065800     MOVE SPACES TO CAPDARPT-LINE
065900     STRING "CAPDAGE - OPEN DISPUTES BY VENDOR AND AGE BAND"
066000         DELIMITED BY SIZE INTO CAPDARPT-LINE
066100     WRITE CAPDARPT-RECORD
066200     MOVE " " TO CAPDARPT-CTRL
066300     MOVE SPACES TO CAPDARPT-LINE
066400     WRITE CAPDARPT-RECORD
066500     MOVE DA-SUMMARY-HEAD TO CAPDARPT-LINE
066600     WRITE CAPDARPT-RECORD
066700     PERFORM 4100-PRINT-ONE-VENDOR THRU 4100-EXIT
066800         VARYING DA-VX FROM 1 BY 1
066900         UNTIL DA-VX > DA-VENDOR-COUNT
067000     MOVE SPACES TO CAPDARPT-LINE
067100     WRITE CAPDARPT-RECORD
067200     MOVE SPACES TO DA-SUMMARY-LINE
067300     MOVE "ALL VENDORS" TO DA-SL-VENDOR
067400     PERFORM 4200-MOVE-ONE-TOTAL THRU 4200-EXIT
067500         VARYING DA-BX FROM 1 BY 1
067600         UNTIL DA-BX > 5
067700     MOVE DA-OPEN-COUNT TO DA-SL-OPEN
067800     MOVE ZERO TO DA-VEN-OLDEST
067900     PERFORM 4300-FIND-OLDEST THRU 4300-EXIT
068000         VARYING DA-VX FROM 1 BY 1
068100         UNTIL DA-VX > DA-VENDOR-COUNT
068200     MOVE DA-VEN-OLDEST TO DA-SL-OLDEST
068300     MOVE DA-SUMMARY-LINE TO CAPDARPT-LINE
068400     WRITE CAPDARPT-RECORD
068500     MOVE SPACES TO CAPDARPT-LINE
068600     WRITE CAPDARPT-RECORD
068700     MOVE DA-ROWS-READ TO DA-COUNT-ED
068800     STRING "CAPDISP ROWS READ........... " DELIMITED BY SIZE
068900         DA-COUNT-ED DELIMITED BY SIZE INTO CAPDARPT-LINE
069000     WRITE CAPDARPT-RECORD
069100     MOVE DA-VENDOR-COUNT TO DA-COUNT-ED
069200     MOVE SPACES TO CAPDARPT-LINE
069300     STRING "VENDORS WITH OPEN DISPUTES.. " DELIMITED BY SIZE
069400         DA-COUNT-ED DELIMITED BY SIZE INTO CAPDARPT-LINE
069500     WRITE CAPDARPT-RECORD
069600     MOVE DA-BAD-DATES TO DA-COUNT-ED
069700     MOVE SPACES TO CAPDARPT-LINE
069800     STRING "LEFT OFF, NO OPENING DATE... " DELIMITED BY SIZE
069900         DA-COUNT-ED DELIMITED BY SIZE INTO CAPDARPT-LINE
070000     WRITE CAPDARPT-RECORD.
070100 4000-EXIT.
070200     EXIT.
070300*-----------------------------------------------------------------
070400 4100-PRINT-ONE-VENDOR SECTION.
070500 4100-START.
070600     MOVE SPACES TO DA-SUMMARY-LINE
070700     MOVE DA-VT-VENDOR(DA-VX) TO DA-SL-VENDOR
070800     PERFORM 4110-MOVE-ONE-BAND THRU 4110-EXIT
070900         VARYING DA-BX FROM 1 BY 1
071000         UNTIL DA-BX > 5
071100     MOVE DA-VT-OPEN(DA-VX) TO DA-SL-OPEN
071200     MOVE DA-VT-OLDEST(DA-VX) TO DA-SL-OLDEST
071300     MOVE " " TO CAPDARPT-CTRL
071400     MOVE DA-SUMMARY-LINE TO CAPDARPT-LINE
071500     WRITE CAPDARPT-RECORD.
071600 4100-EXIT.
071700     EXIT.
071800*-----------------------------------------------------------------
071900 4110-MOVE-ONE-BAND SECTION.
072000 4110-START.
072100     MOVE DA-VT-BAND(DA-VX DA-BX) TO DA-SL-BAND(DA-BX).
072200 4110-EXIT.
072300     EXIT.
072400*-----------------------------------------------------------------
072500 4200-MOVE-ONE-TOTAL SECTION.
072600 4200-START.
072700     MOVE DA-TOT-BAND(DA-BX) TO DA-SL-BAND(DA-BX).
072800 4200-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------------
073100 4300-FIND-OLDEST SECTION.
073200 4300-START.
073300     IF DA-VT-OLDEST(DA-VX) > DA-VEN-OLDEST
073400         MOVE DA-VT-OLDEST(DA-VX) TO DA-VEN-OLDEST
073500     END-IF.
073600 4300-EXIT.
073700     EXIT.
073800*-----------------------------------------------------------------
073900 7900-PRINT-FOOTER SECTION.
074000 7900-START.
074100     MOVE " " TO CAPDARPT-CTRL
074200     IF DA-ABANDONED
074300         MOVE SPACES TO CAPDARPT-LINE
074400         STRING "*** SUMMARY ABANDONED - CONDITION " DA-RUN-RC
074500             " - THE VENDOR BLOCKS ABOVE ARE COMPLETE ***"
074600             DELIMITED BY SIZE INTO CAPDARPT-LINE
074700         WRITE CAPDARPT-RECORD
074800     END-IF
074900     MOVE SPACES TO CAPDARPT-LINE
075000     WRITE CAPDARPT-RECORD
075100     MOVE "***** END OF CAPDAGE DISPUTE AGING REPORT *****"
075200         TO CAPDARPT-LINE
075300     WRITE CAPDARPT-RECORD.
075400 7900-EXIT.
075500     EXIT.
075600*-----------------------------------------------------------------
075700* 8000-WRITE-REPORT-INDEX RECORDS THE CAPDARPT GENERATION ON THE
075800* CAPRPIDX INDEX, FOR CAPRPRNT.
075900*-----------------------------------------------------------------
076000 8000-WRITE-REPORT-INDEX SECTION.
076100 8000-START.
076200     OPEN EXTEND CAPRPIDX-FILE
076300     IF DA-CAPRPIDX-STATUS = "05" OR DA-CAPRPIDX-STATUS = "35"
076400         OPEN OUTPUT CAPRPIDX-FILE
076500     END-IF
076600     IF DA-CAPRPIDX-STATUS NOT = "00"
076700         DISPLAY "CAPDAGE - UNABLE TO OPEN CAPRPIDX, STATUS "
076800             DA-CAPRPIDX-STATUS
076900         GO TO 8000-EXIT
077000     END-IF
077100     MOVE DA-CAPDARPT-NAME(1:20) TO DA-RX-NAME
077200     MOVE "CAPDARPT" TO DA-RX-TYPE
077300     MOVE DA-RUN-DATE-X TO DA-RX-DATE
077400     MOVE DA-RUN-RC TO DA-RX-RC
077500     WRITE CAPRPIDX-RECORD FROM DA-RPIDX-LINE
077600     CLOSE CAPRPIDX-FILE.
077700 8000-EXIT.
077800     EXIT.
077900*-----------------------------------------------------------------
078000* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
078100* DA-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
078200* CONDITIONS ONLY EVER ESCALATE.
078300*-----------------------------------------------------------------
078400 9000-RAISE-CONDITION SECTION.
078500 9000-START.
078600     IF DA-NEW-RC > DA-RUN-RC
078700         MOVE DA-NEW-RC TO DA-RUN-RC
078800     END-IF.
078900 9000-EXIT.
079000     EXIT.
079100*-----------------------------------------------------------------
079200* 9100-TABLE-FULL STOPS THE SUMMARY WHEN THE TABLE NAMED IN
079300* DA-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. THE VENDOR BLOCKS STILL
079400* PRINT IN FULL; ONLY THE SUMMARY PAGE WOULD BE SHORT.
079500*-----------------------------------------------------------------
079600 9100-TABLE-FULL SECTION.
079700 9100-START.
079800     DISPLAY "CAPDAGE - " DA-FULL-TABLE " TABLE FULL (200) - "
079900         "SUMMARY ABANDONED"
080000     MOVE " " TO CAPDARPT-CTRL
080100     MOVE SPACES TO CAPDARPT-LINE
080200     STRING "*** " DA-FULL-TABLE " TABLE FULL - RAISE ITS OCCURS "
080300         "LIMIT IN CAPDAGE AND RERUN ***"
080400         DELIMITED BY SIZE INTO CAPDARPT-LINE
080500     WRITE CAPDARPT-RECORD
080600     MOVE "Y" TO DA-ABANDON-SW
080700     MOVE 16 TO DA-NEW-RC
080800     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
080900 9100-EXIT.
081000     EXIT.
081100*-----------------------------------------------------------------
081200 END PROGRAM CAPDAGE.
