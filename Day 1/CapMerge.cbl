001510*             THE CAPMUPD.SN MASTER-UPDATE TRANSACTIONS APPLIED
001520*             SERIALLY TO CAPMAST (PARALLEL STREAMS NEVER TOUCH
001530*             THE INDEXED MASTER THEMSELVES), THE CAPFPRNT.SN
001540*             FINGERPRINTS WRITTEN BY KEY TO THE INDEXED
001550*             REGISTRY, THE CAPRPIDX.SN INDEX ROWS APPENDED
001560*             TO THE SHARED INDEX,
001600*             THE DATED CAPRPT SUMMARY WRITTEN IN EXACTLY THE
001700*             LAYOUT CAPDRIVE WRITES (CAPVERIF PARSES IT AT
001800*             FIXED COLUMNS), AND ONE CONSOLIDATED CAPSTAT
003800*
003900* MODIFICATION HISTORY.
004000*   2026-09-03  M00SK  ORIGINAL VERSION.
004010*   2026-10-15  M00SK  LEDGER, EXTRACT AND AUDIT ROWS ARE COPIED
004020*                      AT THEIR V2 WIDTHS (177, 168 AND 219) SO
004030*                      THE FULL SOURCE NAME, PUZZLE TYPE AND THE
004040*                      LEDGER'S PART 2 ANSWER SURVIVE THE MERGE.
004050*   2026-10-15  M00SK  THE STREAMS' CAPSTAT PT TRAILERS ARE
004060*                      SUMMED PER PUZZLE TYPE, AND THE SUMMARY
004070*                      AND CONSOLIDATED CAPSTAT CARRY THE SAME
004080*                      PER-TYPE SUBTOTALS AND TRAILERS CAPDRIVE
004090*                      WRITES, THE ANSWER TOTALS AGAIN TAKEN FROM
004095*                      THE MERGED ROWS BY THEIR PUZZLE TYPE.
004096*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
004097*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
004098*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
004099*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
004108*   2026-10-15  M00SK  CAPFPRNT AND EACH CAPFPRNT.SN ARE NOW
004117*                      INDEXED ON THE FINGERPRINT. A ROW THE
004126*                      REGISTRY HOLDS UNDER THE SAME NAME IS
004135*                      SKIPPED, SO A RERUN FOLDS IN SAFELY; ONE
004144*                      UNDER ANOTHER NAME IS CONTENT TWO STREAMS
004153*                      BOTH SCORED AND IS NAMED ON THE CONSOLE,
004162*                      CONDITION 4. A FULL PUZZLE-TYPE TABLE NOW
004171*                      STOPS THE MERGE WITH CONDITION 16.
004172*   2026-10-15  M00SK  A STREAM'S EXTRACT ROW FOR A SOURCE HELD
004173*                      UNDER AN OPEN CAPDMNT DISPUTE GOES TO THE
004174*                      CAPIFHLD HELD FILE STAMPED HD INSTEAD OF
004175*                      THE CONSOLIDATED CAPIFACE, AND ITS MASTER
004176*                      UPDATE LEAVES THE ANSWERS OF RECORD ALONE.
004177*                      ROWS A CLOSED DISPUTE RELEASED TO CAPIFREL
004178*                      ARE PUT AT THE TOP OF THE EXTRACT, STAMPED
004179*                      CF.
004189******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. CAPMERGE.
004400 ENVIRONMENT DIVISION.
007610     SELECT CAPIFCF-FILE ASSIGN TO "CAPIFCF"
007620         ORGANIZATION IS LINE SEQUENTIAL
007630         FILE STATUS IS MG-CAPIFCF-STATUS.
007631     SELECT CAPIFHLD-FILE ASSIGN TO "CAPIFHLD"
007632         ORGANIZATION IS LINE SEQUENTIAL
007633         FILE STATUS IS MG-CAPIFHLD-STATUS.
007634     SELECT CAPIFREL-FILE ASSIGN TO "CAPIFREL"
007635         ORGANIZATION IS LINE SEQUENTIAL
007636         FILE STATUS IS MG-CAPIFREL-STATUS.
007640     SELECT CAPMAST-FILE ASSIGN TO "CAPMAST"
007650         ORGANIZATION IS INDEXED
007660         ACCESS MODE IS RANDOM
007670         RECORD KEY IS CM-SOURCE
007680         FILE STATUS IS MG-CAPMAST-STATUS.
007690     SELECT CAPFPRNT-FILE ASSIGN TO "CAPFPRNT"
007691         ORGANIZATION IS INDEXED
007692         ACCESS MODE IS RANDOM
007693         RECORD KEY IS CAPFPRNT-KEY
007694         FILE STATUS IS MG-CAPFPRNT-STATUS.
007695     SELECT FPSTRM-FILE ASSIGN DYNAMIC MG-IN-NAME
007696         ORGANIZATION IS INDEXED
007697         ACCESS MODE IS SEQUENTIAL
007698         RECORD KEY IS FPSTRM-KEY
007699         FILE STATUS IS MG-FPSTRM-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  STREAM-IN-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  STREAM-IN-RECORD                           PIC X(219).
008200 FD  STREAM-CLR-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  STREAM-CLR-RECORD                          PIC X(219).
008500 FD  CAPLEDGR-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CAPLEDGR-RECORD                            PIC X(177).
008800 FD  CAPIFACE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  CAPIFACE-RECORD                            PIC X(168).
009100 FD  CAPAUDIT-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  CAPAUDIT-RECORD                            PIC X(219).
009400 FD  CAPPROF-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  CAPPROF-RECORD                             PIC X(177).
009900 01  CAPREJ-RECORD                              PIC X(211).
010000 FD  CAPSTAT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  CAPSTAT-RECORD                             PIC X(80).
010300 FD  CAPRPT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  CAPRPT-RECORD.
011000 01  CAPRPIDX-RECORD                            PIC X(43).
011010 FD  CAPIFCF-FILE
011020     LABEL RECORDS ARE STANDARD.
011030 01  CAPIFCF-RECORD                             PIC X(168).
011031 FD  CAPIFHLD-FILE
011032     LABEL RECORDS ARE STANDARD.
011033 01  CAPIFHLD-RECORD                            PIC X(168).
011034 FD  CAPIFREL-FILE
011035     LABEL RECORDS ARE STANDARD.
011036 01  CAPIFREL-RECORD                            PIC X(168).
011037 FD  CAPMAST-FILE
011038     LABEL RECORDS ARE STANDARD.
011039 01  CAPMAST-RECORD.
011040     05  CM-SOURCE                              PIC X(80).
011041     05  CM-FIRST-DATE                          PIC X(10).
011042     05  CM-LAST-DATE                           PIC X(10).
011044     05  CM-TIMES-SCORED                        PIC 9(05).
011046     05  CM-DIGIT-COUNT                         PIC 9(08).
011048     05  CM-ANS                                 PIC 9(08).
011050     05  CM-HALFWAY                             PIC 9(08).
011051     05  CM-HOLD-FLAG                           PIC X(01).
011052         88  CM-ON-HOLD                         VALUE "H".
011053     05  CM-HOLD-DISPUTE                        PIC X(06).
011054 FD  CAPFPRNT-FILE
011055     LABEL RECORDS ARE STANDARD.
011058 01  CAPFPRNT-RECORD.
011062     05  FILLER                                 PIC X(52).
011066     05  CAPFPRNT-KEY                           PIC X(27).
011070     05  FILLER                                 PIC X(01).
011074 FD  FPSTRM-FILE
011078     LABEL RECORDS ARE STANDARD.
011082 01  FPSTRM-RECORD.
011086     05  FILLER                                 PIC X(52).
011090     05  FPSTRM-KEY                             PIC X(27).
011094     05  FILLER                                 PIC X(01).
011100 WORKING-STORAGE SECTION.
011200 77  MG-STREAM-IN-STATUS                        PIC X(02).
011300 77  MG-STREAM-CLR-STATUS                       PIC X(02).
012000 77  MG-CAPRPT-STATUS                           PIC X(02).
012100 77  MG-CAPRPIDX-STATUS                         PIC X(02).
012110 77  MG-CAPIFCF-STATUS                          PIC X(02).
012111 77  MG-CAPIFHLD-STATUS                         PIC X(02).
012112 77  MG-CAPIFREL-STATUS                         PIC X(02).
012113 77  MG-CAPMAST-STATUS                          PIC X(02).
012114 77  MG-CAPFPRNT-STATUS                         PIC X(02).
012115 77  MG-FPSTRM-STATUS                           PIC X(02).
012116 77  MG-FP-FOLDED                               PIC 9(08)
012117                                                VALUE ZERO.
012118 77  MG-FP-CROSS                                PIC 9(08)
012119                                                VALUE ZERO.
012120 77  MG-FULL-TABLE                              PIC X(10)
012121                                                VALUE SPACES.
012122 77  MG-ABANDON-SW                              PIC X(01)
012123                                                VALUE "N".
012124     88  MG-ABANDONED                           VALUE "Y".
012125 77  MG-MAST-FOUND-SW                           PIC X(01)
012126                                                VALUE "N".
012127     88  MG-MAST-FOUND                          VALUE "Y".
012128 77  MG-TARGETS-OK-SW                           PIC X(01)
012129                                                VALUE "N".
012130     88  MG-TARGETS-OK                          VALUE "Y".
012131 77  MG-COPY-OK-SW                              PIC X(01)
012132                                                VALUE "Y".
012133     88  MG-COPY-OK                             VALUE "Y".
012134 77  MG-WRITE-STATUS                            PIC X(02)
012135                                                VALUE "00".
012136 77  MG-CF-COUNT                                PIC 9(08)
012137                                                VALUE ZERO.
012140 77  MG-CF-OK-SW                                PIC X(01)
012150                                                VALUE "Y".
012160     88  MG-CF-COPY-OK                          VALUE "Y".
012161 77  MG-REL-COUNT                               PIC 9(08)
012162                                                VALUE ZERO.
012163 77  MG-REL-OK-SW                               PIC X(01)
012164                                                VALUE "Y".
012165     88  MG-REL-COPY-OK                         VALUE "Y".
012166 77  MG-HELD-COUNT                              PIC 9(08)
012167                                                VALUE ZERO.
012168 77  MG-HELD-SW                                 PIC X(01)
012169                                                VALUE "N".
012170     88  MG-SOURCE-HELD                         VALUE "Y".
012171 77  MG-MERGE-OK-SW                             PIC X(01)
012172                                                VALUE "Y".
012175     88  MG-MERGE-OK                            VALUE "Y".
012180 77  MG-TARGET-NAME                             PIC X(08)
012185                                                VALUE SPACES.
019500     05  FILLER                                 PIC X(01)
019600                                                VALUE SPACE.
019700     05  MG-ST-CONDITION                        PIC X(12).
019701*-----------------------------------------------------------------
019702* PER-PUZZLE-TYPE TOTALS, SUMMED ACROSS THE STREAMS. THE COUNTS
019703* COME FROM THE PT TRAILERS ON EACH CAPSTAT.SN; THE ANSWER TOTALS,
019704* LIKE THE GRAND TOTALS, COME FROM THE MERGED LEDGER AND EXTRACT
019705* ROWS BY THE PUZZLE TYPE EACH V2 ROW CARRIES. THE STATUS TRAILER
019706* AND THE SUBTOTAL LINE ARE CAPDRIVE'S CP-STATUS-TYPE-LINE AND
019707* CP-PT-RPT-LINE COLUMN FOR COLUMN - CAPVERIF READS THEM BACK.
019708*-----------------------------------------------------------------
019709 01  MG-PT-TABLE.
019710     05  MG-PT-COUNT                            PIC 9(02)
019711                                                VALUE ZERO.
019712     05  MG-PT-ENTRY OCCURS 10 TIMES.
019713         10  MG-PT-CODE                         PIC X(04).
019714         10  MG-PT-ATTEMPTED                    PIC 9(08).
019715         10  MG-PT-SCORED                       PIC 9(08).
019716         10  MG-PT-REJECTED                     PIC 9(08).
019717         10  MG-PT-ANS-TOTAL                    PIC 9(08).
019718         10  MG-PT-HALF-TOTAL                   PIC 9(08).
019719 77  MG-PT-IX                                   PIC 9(04) COMP
019720                                                VALUE ZERO.
019721 77  MG-PT-JX                                   PIC 9(04) COMP
019722                                                VALUE ZERO.
019723 77  MG-PT-WANT                                 PIC X(04)
019724                                                VALUE SPACES.
019725 01  MG-STATUS-TYPE-LINE.
019726     05  MG-SX-DATE                             PIC X(10).
019727     05  FILLER                                 PIC X(01)
019728                                                VALUE SPACE.
019729     05  MG-SX-ATTEMPTED                        PIC 9(08).
019730     05  FILLER                                 PIC X(01)
019731                                                VALUE SPACE.
019732     05  MG-SX-SCORED                           PIC 9(08).
019733     05  FILLER                                 PIC X(01)
019734                                                VALUE SPACE.
019735     05  MG-SX-REJECTED                         PIC 9(08).
019736     05  FILLER                                 PIC X(01)
019737                                                VALUE SPACE.
019738     05  MG-SX-TAG                              PIC X(02)
019739                                                VALUE "PT".
019740     05  FILLER                                 PIC X(01)
019741                                                VALUE SPACE.
019742     05  MG-SX-PUZZLE                           PIC X(04).
019743     05  FILLER                                 PIC X(01)
019744                                                VALUE SPACE.
019745     05  MG-SX-ANS-TOTAL                        PIC 9(08).
019746     05  FILLER                                 PIC X(01)
019747                                                VALUE SPACE.
019748     05  MG-SX-HALF-TOTAL                       PIC 9(08).
019749 01  MG-PT-RPT-LINE.
019750     05  FILLER                                 PIC X(07)
019751                                                VALUE "  TYPE ".
019752     05  MG-PR-PUZZLE                           PIC X(04).
019753     05  FILLER                                 PIC X(13)
019754                                          VALUE "   ATTEMPTED ".
019755     05  MG-PR-ATTEMPTED                        PIC Z(7)9.
019756     05  FILLER                                 PIC X(10)
019757                                             VALUE "   SCORED ".
019758     05  MG-PR-SCORED                           PIC Z(7)9.
019759     05  FILLER                                 PIC X(12)
019760                                           VALUE "   REJECTED ".
019761     05  MG-PR-REJECTED                         PIC Z(7)9.
019762     05  FILLER                                 PIC X(12)
019763                                           VALUE "   PART 1.. ".
019764     05  MG-PR-ANS                              PIC Z(7)9.
019765     05  FILLER                                 PIC X(12)
019766                                           VALUE "   PART 2.. ".
019767     05  MG-PR-HALF                             PIC Z(7)9.
019800 01  MG-RPIDX-LINE.
019900     05  MG-RX-NAME                             PIC X(20).
020000     05  FILLER                                 PIC X(01)
020900 01  MG-RPT-FILES-ED                            PIC Z(7)9.
021000 01  MG-RPT-ANS-ED                              PIC Z(7)9.
021100 01  MG-RPT-HALF-ED                             PIC Z(7)9.
021110*-----------------------------------------------------------------
021120* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
021130* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
021140*-----------------------------------------------------------------
021150 COPY CAPJOBA.
021200 PROCEDURE DIVISION.
021300 0000-MAIN SECTION.
021400*-----------------------------------------------------------------
021500 0000-MAINLINE.
021600     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
021610     PERFORM 0800-JOB-START THRU 0800-EXIT
021620     IF JC-REFUSED
021630         MOVE 16 TO RETURN-CODE
021640         STOP RUN
021650     END-IF
021700     MOVE SPACE TO MG-STREAMS-X
021800     ACCEPT MG-STREAMS-X FROM ENVIRONMENT "CAPSTREAMS"
021900     IF MG-STREAMS-X NOT NUMERIC OR MG-STREAMS-X = "0"
022000         DISPLAY "CAPMERGE - CAPSTREAMS '" MG-STREAMS-X
022100             "' IS NOT 1-9, NOTHING MERGED"
022200         MOVE 16 TO RETURN-CODE
022210         PERFORM 0890-JOB-END THRU 0890-EXIT
022300         STOP RUN
022400     END-IF
022500     MOVE MG-STREAMS-X TO MG-STREAM-COUNT
022900     IF NOT MG-STREAMS-OK
023000         DISPLAY "CAPMERGE - A STREAM NEVER FINISHED - NOTHING "
023100             "MERGED, RERUN THE STREAM AND COME BACK"
023110         MOVE 16 TO RETURN-CODE
023120         PERFORM 0890-JOB-END THRU 0890-EXIT
023130         STOP RUN
023140     END-IF
023150     IF MG-ABANDONED
023160         DISPLAY "CAPMERGE - NOTHING MERGED"
023200         MOVE 16 TO RETURN-CODE
023210         PERFORM 0890-JOB-END THRU 0890-EXIT
023300         STOP RUN
023400     END-IF
023500     PERFORM 2000-OPEN-TARGETS THRU 2000-EXIT
023560*    ONLY A TARGET THAT WOULD NOT OPEN STOPS THE CONSOLIDATION.
023600     IF NOT MG-TARGETS-OK
023700         MOVE MG-RUN-RC TO RETURN-CODE
023710         PERFORM 0890-JOB-END THRU 0890-EXIT
023800         STOP RUN
023900     END-IF
024000     PERFORM 2500-MERGE-ONE-STREAM THRU 2500-EXIT
024100         VARYING MG-S FROM 1 BY 1
024200         UNTIL MG-S > MG-STREAM-COUNT
024300     PERFORM 2900-CLOSE-TARGETS THRU 2900-EXIT
024310     DISPLAY "CAPMERGE - " MG-FP-FOLDED
024320         " FINGERPRINTS REGISTERED, " MG-FP-CROSS
024330         " DUPLICATED ACROSS STREAMS"
024400     IF MG-LEDGER-ROWS NOT = MG-SCORED
024500         DISPLAY "CAPMERGE - *** MERGED LEDGER ROWS ("
024600             MG-LEDGER-ROWS ") DO NOT MATCH THE STREAMS' "
025070     ELSE
025080         DISPLAY "CAPMERGE - STREAM FILES LEFT STANDING FOR "
025090             "THE RERUN - SEE THE PARTIAL-COPY MESSAGES ABOVE"
025098         IF MG-HELD-COUNT > ZERO
025106             DISPLAY "CAPMERGE - CAPIFHLD ALSO HOLDS "
025114                 MG-HELD-COUNT
025122                 " ROW(S) FROM THIS MERGE - REMOVE THEM BEFORE "
025130                 "RERUNNING THE MERGE"
025138         END-IF
025146     END-IF
025154     IF MG-HELD-COUNT > ZERO
025162         DISPLAY "CAPMERGE - " MG-HELD-COUNT " EXTRACT ROW(S) "
025170             "HELD ON CAPIFHLD UNDER OPEN DISPUTES"
025178     END-IF
025186     PERFORM 3000-WRITE-SUMMARY-REPORT THRU 3000-EXIT
025200     PERFORM 3500-WRITE-STATUS THRU 3500-EXIT
025300     PERFORM 3700-WRITE-REPORT-INDEX THRU 3700-EXIT
025400     DISPLAY "CAPMERGE - " MG-STREAM-COUNT " STREAM(S) MERGED, "
025500         MG-SCORED " FILES SCORED, CONDITION " MG-RUN-RC
025600     MOVE MG-RUN-RC TO RETURN-CODE
025610     PERFORM 0890-JOB-END THRU 0890-EXIT
025700     STOP RUN.
025800 0000-EXIT.
025801     EXIT.
025802*-----------------------------------------------------------------
025803* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
025804* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
025805* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
025806*-----------------------------------------------------------------
025807 0800-JOB-START SECTION.
025808 0800-START.
025809     MOVE SPACES TO CAPJOB-COMMAREA
025810     MOVE "S" TO JC-FUNCTION
025811     MOVE "CAPMERGE" TO JC-PROGRAM
025812     MOVE 13 TO JC-LOCK-COUNT
025813     MOVE "CAPLEDGR*" TO JC-LOCK-DSN(1)
025814     MOVE "U" TO JC-LOCK-MODE(1)
025815     MOVE "CAPIFACE*" TO JC-LOCK-DSN(2)
025816     MOVE "U" TO JC-LOCK-MODE(2)
025817     MOVE "CAPAUDIT*" TO JC-LOCK-DSN(3)
025818     MOVE "U" TO JC-LOCK-MODE(3)
025819     MOVE "CAPPROF*" TO JC-LOCK-DSN(4)
025820     MOVE "U" TO JC-LOCK-MODE(4)
025821     MOVE "CAPREJ*" TO JC-LOCK-DSN(5)
025822     MOVE "U" TO JC-LOCK-MODE(5)
025823     MOVE "CAPSTAT*" TO JC-LOCK-DSN(6)
025824     MOVE "U" TO JC-LOCK-MODE(6)
025825     MOVE "CAPRPIDX*" TO JC-LOCK-DSN(7)
025826     MOVE "U" TO JC-LOCK-MODE(7)
025827     MOVE "CAPFPRNT*" TO JC-LOCK-DSN(8)
025828     MOVE "U" TO JC-LOCK-MODE(8)
025829     MOVE "CAPMUPD*" TO JC-LOCK-DSN(9)
025830     MOVE "U" TO JC-LOCK-MODE(9)
025831     MOVE "CAPMAST" TO JC-LOCK-DSN(10)
025832     MOVE "U" TO JC-LOCK-MODE(10)
025833     MOVE "CAPIFCF" TO JC-LOCK-DSN(11)
025834     MOVE "U" TO JC-LOCK-MODE(11)
025836     MOVE "CAPIFHLD" TO JC-LOCK-DSN(12)
025838     MOVE "U" TO JC-LOCK-MODE(12)
025840     MOVE "CAPIFREL" TO JC-LOCK-DSN(13)
025842     MOVE "U" TO JC-LOCK-MODE(13)
025844     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
025846 0800-EXIT.
025848     EXIT.
025850*-----------------------------------------------------------------
025852* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
025854* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
025856* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
025858*-----------------------------------------------------------------
025860 0890-JOB-END SECTION.
025862 0890-START.
025864     MOVE RETURN-CODE TO JC-CONDITION
025866     MOVE "E" TO JC-FUNCTION
025868     MOVE "STREAMS" TO JC-COUNT-LABEL(1)
025870     MOVE MG-STREAM-COUNT TO JC-COUNT-VALUE(1)
025872     MOVE "SCORED" TO JC-COUNT-LABEL(2)
025874     MOVE MG-SCORED TO JC-COUNT-VALUE(2)
025876     MOVE "REJECTED" TO JC-COUNT-LABEL(3)
025878     MOVE MG-REJECTED TO JC-COUNT-VALUE(3)
025880     MOVE "LEDGER" TO JC-COUNT-LABEL(4)
025882     MOVE MG-LEDGER-ROWS TO JC-COUNT-VALUE(4)
025884     CALL "CAPJCTL" USING CAPJOB-COMMAREA
025886     MOVE JC-CONDITION TO RETURN-CODE.
025888 0890-EXIT.
025900     EXIT.
026000*-----------------------------------------------------------------
026100* 0900-GET-RUN-DATE CAPTURES THE RUN DATE - TODAY, OR CAPRUNDT
034300     IF STREAM-IN-RECORD(39:2) NUMERIC
034400         MOVE STREAM-IN-RECORD(39:2) TO MG-NEW-RC
034500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
034600     END-IF
034610     PERFORM 1100-READ-TYPE-TRAILERS THRU 1100-EXIT.
034700 1000-EXIT.
034800     EXIT.
034802*-----------------------------------------------------------------
034804* 1100-READ-TYPE-TRAILERS READS THE SAME CAPSTAT.SN AGAIN FOR THE
034806* PT TRAILER RECORDS BEHIND ITS STATUS RECORD AND ADDS EACH ONE'S
034808* COUNTS INTO ITS PUZZLE TYPE'S SLOT. A STREAM RUN WRITTEN BEFORE
034810* THE TRAILERS EXISTED SIMPLY HAS NONE.
034812*-----------------------------------------------------------------
034814 1100-READ-TYPE-TRAILERS SECTION.
034816 1100-START.
034818     OPEN INPUT STREAM-IN-FILE
034820     IF MG-STREAM-IN-STATUS NOT = "00"
034822         GO TO 1100-EXIT
034824     END-IF.
034826 1100-READ-LOOP.
034828     READ STREAM-IN-FILE
034830         AT END
034832             GO TO 1100-READS-DONE
034834     END-READ
034836     IF STREAM-IN-RECORD(39:2) NOT = "PT"
034838         GO TO 1100-READ-LOOP
034840     END-IF
034842     MOVE STREAM-IN-RECORD(42:4) TO MG-PT-WANT
034844     PERFORM 2720-FIND-PUZZLE-SLOT THRU 2720-EXIT
034846     IF MG-PT-IX = ZERO
034848         GO TO 1100-READ-LOOP
034850     END-IF
034852     MOVE STREAM-IN-RECORD(12:8) TO MG-NUM-X
034854     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
034856     ADD MG-NUM-9 TO MG-PT-ATTEMPTED(MG-PT-IX)
034858     MOVE STREAM-IN-RECORD(21:8) TO MG-NUM-X
034860     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
034862     ADD MG-NUM-9 TO MG-PT-SCORED(MG-PT-IX)
034864     MOVE STREAM-IN-RECORD(30:8) TO MG-NUM-X
034866     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
034868     ADD MG-NUM-9 TO MG-PT-REJECTED(MG-PT-IX)
034870     GO TO 1100-READ-LOOP.
034872 1100-READS-DONE.
034874     CLOSE STREAM-IN-FILE.
034876 1100-EXIT.
034878     EXIT.
034900*-----------------------------------------------------------------
035000* 2000-OPEN-TARGETS OPENS EVERY CONSOLIDATED FILE FOR THE WHOLE
035100* MERGE: THE LEDGER, AUDIT TRAIL, PROFILE, SUSPENSE, FINGERPRINT
040700         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
040710         GO TO 2000-EXIT
040720     END-IF
040721*    THE INDEXED REGISTRY IS LIKEWISE CREATED EMPTY ON FIRST USE.
040722     OPEN I-O CAPFPRNT-FILE
040724     IF MG-CAPFPRNT-STATUS = "05" OR MG-CAPFPRNT-STATUS = "35"
040726         OPEN OUTPUT CAPFPRNT-FILE
040727         IF MG-CAPFPRNT-STATUS = "00"
040728             CLOSE CAPFPRNT-FILE
040729             OPEN I-O CAPFPRNT-FILE
040730         END-IF
040731     END-IF
040732     IF MG-CAPFPRNT-STATUS NOT = "00"
040733         DISPLAY "CAPMERGE - UNABLE TO OPEN CAPFPRNT, STATUS "
040734             MG-CAPFPRNT-STATUS
040736         MOVE 8 TO MG-NEW-RC
040738         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
040794         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
040796         GO TO 2000-EXIT
040798     END-IF
040803*    THE DISPUTE HOLD FILE IS EXTENDED, AND CREATED ON FIRST USE.
040808     OPEN EXTEND CAPIFHLD-FILE
040813     IF MG-CAPIFHLD-STATUS = "05" OR MG-CAPIFHLD-STATUS = "35"
040818         OPEN OUTPUT CAPIFHLD-FILE
040823     END-IF
040828     IF MG-CAPIFHLD-STATUS NOT = "00"
040833         DISPLAY "CAPMERGE - UNABLE TO OPEN CAPIFHLD, STATUS "
040838             MG-CAPIFHLD-STATUS
040843         MOVE 8 TO MG-NEW-RC
040848         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
040853         GO TO 2000-EXIT
040858     END-IF
040863     MOVE "Y" TO MG-TARGETS-OK-SW
040868*    EVERY TARGET IS OPEN - NOW THE CONSOLIDATED EXTRACT CAN
040873*    START WITH THE ROWS CAPACKM CARRIED FORWARD AND THE HELD
040878*    ROWS CAPDMNT RELEASED, EXACTLY AS 1570-PRELOAD-CARRYFWD AND
040883*    1575-PRELOAD-RELEASED DO ON A FRESH SERIAL RUN.
040888     PERFORM 2100-PRELOAD-CARRYFWD THRU 2100-EXIT
040893     PERFORM 2110-PRELOAD-RELEASED THRU 2110-EXIT.
040900 2000-EXIT.
041000     EXIT.
041002*-----------------------------------------------------------------
041086 2100-EXIT.
041088     EXIT.
041090*-----------------------------------------------------------------
041092* 2110-PRELOAD-RELEASED COPIES THE CAPIFREL ROWS - EXTRACT ROWS
041094* HELD WHILE THEIR SOURCE WAS UNDER DISPUTE, RELEASED BY CAPDMNT
041096* WHEN THE DISPUTE CLOSED - TO THE CONSOLIDATED EXTRACT, STAMPED
041098* CF LIKE A CARRIED ROW. CAPIFREL IS EMPTIED BY 2900 ON THE SAME
041100* TERMS AS THE CARRY FILE.
041102*-----------------------------------------------------------------
041104 2110-PRELOAD-RELEASED SECTION.
041106 2110-START.
041108     MOVE ZERO TO MG-REL-COUNT
041110     MOVE "Y" TO MG-REL-OK-SW
041112     OPEN INPUT CAPIFREL-FILE
041114     IF MG-CAPIFREL-STATUS NOT = "00"
041116         GO TO 2110-EXIT
041118     END-IF.
041120 2110-COPY-LOOP.
041122     READ CAPIFREL-FILE
041124         AT END
041126             GO TO 2110-COPIES-DONE
041128     END-READ
041130     IF CAPIFREL-RECORD = SPACES
041132         GO TO 2110-COPY-LOOP
041134     END-IF
041136     MOVE "CF" TO CAPIFREL-RECORD(71:2)
041138     WRITE CAPIFACE-RECORD FROM CAPIFREL-RECORD
041140     IF MG-CAPIFACE-STATUS NOT = "00"
041142         DISPLAY "CAPMERGE - RELEASED ROW WRITE FAILED, "
041144             "STATUS " MG-CAPIFACE-STATUS
041146         MOVE 8 TO MG-NEW-RC
041148         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
041150         MOVE "N" TO MG-REL-OK-SW
041152         GO TO 2110-COPIES-DONE
041154     END-IF
041156     ADD 1 TO MG-REL-COUNT
041158     GO TO 2110-COPY-LOOP.
041160 2110-COPIES-DONE.
041162     CLOSE CAPIFREL-FILE
041164     IF MG-REL-COUNT > ZERO AND MG-REL-COPY-OK
041166         DISPLAY "CAPMERGE - " MG-REL-COUNT " HELD EXTRACT "
041168             "ROW(S) RELEASED FROM CAPIFREL"
041170     END-IF.
041172 2110-EXIT.
041174     EXIT.
041176*-----------------------------------------------------------------
041200 2500-MERGE-ONE-STREAM SECTION.
041300 2500-START.
041400     MOVE MG-S TO MG-S-9
044416         MG-S-9 DELIMITED BY SIZE
044418         INTO MG-IN-NAME
044420     PERFORM 2600-COPY-ONE-FILE THRU 2600-EXIT
044423     MOVE "CAPFPRNT" TO MG-TARGET-NAME
044424     MOVE SPACES TO MG-IN-NAME
044426     STRING "CAPFPRNT.S" DELIMITED BY SIZE
044428         MG-S-9 DELIMITED BY SIZE
044430         INTO MG-IN-NAME
044431     PERFORM 2650-COPY-FINGERPRINTS THRU 2650-EXIT
044434     MOVE "RPIDX" TO MG-COPY-KIND
044435     MOVE "CAPRPIDX" TO MG-TARGET-NAME
044436     MOVE SPACES TO MG-IN-NAME
047720         MOVE "N" TO MG-MERGE-OK-SW
047750     END-IF.
048000 2600-EXIT.
048001     EXIT.
048002*-----------------------------------------------------------------
048003* 2650-COPY-FINGERPRINTS FOLDS ONE STREAM'S INDEXED CAPFPRNT.SN
048004* INTO THE REGISTRY, IN KEY ORDER. A FINGERPRINT THE REGISTRY
048005* ALREADY HOLDS UNDER THE SAME NAME WAS FOLDED IN BY AN EARLIER
048006* ATTEMPT AT THIS MERGE AND IS PASSED OVER, SO A RERUN AFTER A
048007* FAILURE NEEDS NO CLEARING HERE. ONE HELD UNDER ANOTHER NAME IS
048008* CONTENT TWO STREAMS BOTH SCORED AS NEW THE SAME NIGHT - NEITHER
048009* COULD SEE THE OTHER'S ROW - SO IT IS NAMED ON THE CONSOLE FOR
048010* FOLLOW-UP AND THE FIRST NAME STAYS THE ONE ON RECORD.
048011*-----------------------------------------------------------------
048012 2650-COPY-FINGERPRINTS SECTION.
048013 2650-START.
048014     OPEN INPUT FPSTRM-FILE
048015     IF MG-FPSTRM-STATUS = "35" OR MG-FPSTRM-STATUS = "05"
048016         GO TO 2650-EXIT
048017     END-IF
048018     IF MG-FPSTRM-STATUS NOT = "00"
048019         DISPLAY "CAPMERGE - UNABLE TO OPEN " MG-IN-NAME(1:14)
048020             ", STATUS " MG-FPSTRM-STATUS
048021         MOVE 8 TO MG-NEW-RC
048022         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
048023         MOVE "N" TO MG-MERGE-OK-SW
048024         GO TO 2650-EXIT
048025     END-IF.
048026 2650-READ-LOOP.
048027     READ FPSTRM-FILE NEXT RECORD
048028         AT END
048029             GO TO 2650-READS-DONE
048030     END-READ
048031     MOVE FPSTRM-RECORD TO CAPFPRNT-RECORD
048032     WRITE CAPFPRNT-RECORD
048033         INVALID KEY
048034             CONTINUE
048035     END-WRITE
048036     IF MG-CAPFPRNT-STATUS = "00"
048037         ADD 1 TO MG-FP-FOLDED
048038         GO TO 2650-READ-LOOP
048039     END-IF
048040     IF MG-CAPFPRNT-STATUS NOT = "22"
048041         DISPLAY "CAPMERGE - CAPFPRNT WRITE FAILED, STATUS "
048042             MG-CAPFPRNT-STATUS " MERGING " MG-IN-NAME(1:14)
048043         MOVE 8 TO MG-NEW-RC
048044         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
048045         MOVE "N" TO MG-MERGE-OK-SW
048046         GO TO 2650-READS-DONE
048047     END-IF
048048     READ CAPFPRNT-FILE
048049         INVALID KEY
048050             CONTINUE
048051     END-READ
048052     IF MG-CAPFPRNT-STATUS = "00"
048053             AND CAPFPRNT-RECORD(12:40) NOT = FPSTRM-RECORD(12:40)
048054         ADD 1 TO MG-FP-CROSS
048055         DISPLAY "CAPMERGE - DUPLICATE CONTENT ACROSS STREAMS: "
048056             FPSTRM-RECORD(12:40)
048057         DISPLAY "CAPMERGE -   SAME CONTENT AS "
048058             CAPFPRNT-RECORD(12:40)
048059         MOVE 4 TO MG-NEW-RC
048060         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
048061     END-IF
048062     GO TO 2650-READ-LOOP.
048063 2650-READS-DONE.
048064     CLOSE FPSTRM-FILE.
048065 2650-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------------
048300 2700-COPY-ONE-ROW SECTION.
049310     EVALUATE MG-COPY-KIND
049400         WHEN "LEDGER"
049500             WRITE CAPLEDGR-RECORD
049600                 FROM STREAM-IN-RECORD(1:177)
049610             MOVE MG-CAPLEDGR-STATUS TO MG-WRITE-STATUS
049700             ADD 1 TO MG-LEDGER-ROWS
049800             MOVE STREAM-IN-RECORD(53:8) TO MG-NUM-X
050000             IF MG-NUM-OK
050100                 ADD MG-NUM-9 TO MG-ANS-TOTAL
050200             END-IF
050210             MOVE STREAM-IN-RECORD(84:4) TO MG-PT-WANT
050220             IF STREAM-IN-RECORD(81:2) NOT = "V2"
050230                 MOVE "DAY1" TO MG-PT-WANT
050240             END-IF
050250             PERFORM 2720-FIND-PUZZLE-SLOT THRU 2720-EXIT
050260             IF MG-NUM-OK AND MG-PT-IX > ZERO
050270                 ADD MG-NUM-9 TO MG-PT-ANS-TOTAL(MG-PT-IX)
050280             END-IF
050300         WHEN "IFACE"
050310             PERFORM 2710-WRITE-IFACE-ROW THRU 2710-EXIT
050600             MOVE STREAM-IN-RECORD(62:8) TO MG-NUM-X
050700             PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
050800             IF MG-NUM-OK
050900                 ADD MG-NUM-9 TO MG-HALF-TOTAL
051000             END-IF
051001             MOVE STREAM-IN-RECORD(84:4) TO MG-PT-WANT
051002             IF STREAM-IN-RECORD(81:2) NOT = "V2"
051003                 MOVE "DAY1" TO MG-PT-WANT
051004             END-IF
051005             PERFORM 2720-FIND-PUZZLE-SLOT THRU 2720-EXIT
051006             IF MG-NUM-OK AND MG-PT-IX > ZERO
051007                 ADD MG-NUM-9 TO MG-PT-HALF-TOTAL(MG-PT-IX)
051008             END-IF
051010         WHEN "MASTER"
051020             PERFORM 2750-APPLY-ONE-MASTER-TXN THRU 2750-EXIT
051060         WHEN "RPIDX"
051070             WRITE CAPRPIDX-RECORD
051080                 FROM STREAM-IN-RECORD(1:43)
051090             MOVE MG-CAPRPIDX-STATUS TO MG-WRITE-STATUS
051100         WHEN "AUDIT"
051200             WRITE CAPAUDIT-RECORD
051300                 FROM STREAM-IN-RECORD(1:219)
051310             MOVE MG-CAPAUDIT-STATUS TO MG-WRITE-STATUS
051400         WHEN "PROFILE"
051500             WRITE CAPPROF-RECORD
051600                 FROM STREAM-IN-RECORD(1:177)
051610             MOVE MG-CAPPROF-STATUS TO MG-WRITE-STATUS
051700         WHEN "SUSPENSE"
051800             WRITE CAPREJ-RECORD
051805                 FROM STREAM-IN-RECORD(1:211)
051810             MOVE MG-CAPREJ-STATUS TO MG-WRITE-STATUS
051900     END-EVALUATE
051910*    A WRITE THAT DID NOT TAKE MUST STOP THIS FILE'S COPY COLD.
052000 2700-EXIT.
052100     EXIT.
052102*-----------------------------------------------------------------
052103* 2710-WRITE-IFACE-ROW WRITES ONE STREAM EXTRACT ROW. ITS SOURCE
052104* IS LOOKED UP ON CAPMAST FIRST: A SOURCE HELD UNDER AN OPEN
052105* CAPDMNT DISPUTE HAS ITS ROW SET ASIDE ON CAPIFHLD, STAMPED HD,
052106* UNTIL THE DISPUTE CLOSES. A HELD ROW STILL COUNTS IN THE PART 2
052107* TOTALS - IT WAS SCORED TODAY, AND CAPVERIF FINDS IT ON CAPIFHLD.
052108*-----------------------------------------------------------------
052109 2710-WRITE-IFACE-ROW SECTION.
052110 2710-START.
052111     MOVE "N" TO MG-HELD-SW
052112     MOVE SPACES TO CAPMAST-RECORD
052113     IF STREAM-IN-RECORD(81:2) = "V2"
052114         MOVE STREAM-IN-RECORD(89:80) TO CM-SOURCE
052115     ELSE
052116         MOVE STREAM-IN-RECORD(12:40) TO CM-SOURCE
052117     END-IF
052118     READ CAPMAST-FILE
052119         INVALID KEY
052120             CONTINUE
052121         NOT INVALID KEY
052122             IF CM-ON-HOLD
052123                 MOVE "Y" TO MG-HELD-SW
052124             END-IF
052125     END-READ
052126     IF NOT MG-SOURCE-HELD
052127         MOVE "CAPIFACE" TO MG-TARGET-NAME
052128         WRITE CAPIFACE-RECORD
052129             FROM STREAM-IN-RECORD(1:168)
052130         MOVE MG-CAPIFACE-STATUS TO MG-WRITE-STATUS
052131         GO TO 2710-EXIT
052132     END-IF
052133     MOVE "CAPIFHLD" TO MG-TARGET-NAME
052134     MOVE STREAM-IN-RECORD(1:168) TO CAPIFHLD-RECORD
052135     MOVE "HD" TO CAPIFHLD-RECORD(71:2)
052136     WRITE CAPIFHLD-RECORD
052137     MOVE MG-CAPIFHLD-STATUS TO MG-WRITE-STATUS
052138     IF MG-CAPIFHLD-STATUS = "00"
052139         ADD 1 TO MG-HELD-COUNT
052140         DISPLAY "CAPMERGE - SOURCE ON HOLD UNDER DISPUTE "
052141             CM-HOLD-DISPUTE " - EXTRACT ROW HELD ON CAPIFHLD"
052142     END-IF.
052143 2710-EXIT.
052144     EXIT.
052145*-----------------------------------------------------------------
052146* 2750-APPLY-ONE-MASTER-TXN APPLIES ONE CAPMUPD.SN TRANSACTION -
052147* RUN DATE, SOURCE, DIGIT COUNT AND BOTH ANSWERS AT THE COLUMNS
052148* 3410-WRITE-MASTER-TXN LAYS DOWN - TO THE SHARED CAPMAST, WITH
052149* 3400-UPDATE-MASTER'S OWN RULES: A KNOWN SOURCE IS REWRITTEN IN
052150* PLACE WITH A BUMPED TIMES-SCORED, A NEW ONE GETS A FRESH ROW.
052151* THE STREAMS THEMSELVES NEVER TOUCH THE MASTER, SO CM-LAST-DATE
052152* IS POSTED HERE, SERIALLY, BEFORE CAPCHECK JUDGES THE MORNING.
052153* A SOURCE ON HOLD UNDER AN OPEN DISPUTE KEEPS ITS ANSWERS OF
052154* RECORD - ONLY THE DATE AND TIMES SCORED MOVE.
052155*-----------------------------------------------------------------
052156 2750-APPLY-ONE-MASTER-TXN SECTION.
052157 2750-START.
052158     MOVE "N" TO MG-MAST-FOUND-SW
052159     MOVE SPACES TO CAPMAST-RECORD
052160     MOVE STREAM-IN-RECORD(12:80) TO CM-SOURCE
052161     READ CAPMAST-FILE
052162         INVALID KEY
052163             CONTINUE
052164         NOT INVALID KEY
052165             MOVE "Y" TO MG-MAST-FOUND-SW
052166     END-READ
052167     IF MG-MAST-FOUND
052168         MOVE STREAM-IN-RECORD(1:10) TO CM-LAST-DATE
052169         ADD 1 TO CM-TIMES-SCORED
052170         IF NOT CM-ON-HOLD
052171             PERFORM 2760-POST-ANSWERS THRU 2760-EXIT
052172         END-IF
052173         REWRITE CAPMAST-RECORD
052174         IF MG-CAPMAST-STATUS NOT = "00"
052175             DISPLAY "CAPMERGE - CAPMAST REWRITE FAILED, "
052176                 "STATUS " MG-CAPMAST-STATUS
052177             MOVE MG-CAPMAST-STATUS TO MG-WRITE-STATUS
052178         END-IF
052180         GO TO 2750-EXIT
052182     END-IF
052192     MOVE ZERO TO CM-DIGIT-COUNT
052194     MOVE ZERO TO CM-ANS
052196     MOVE ZERO TO CM-HALFWAY
052197     MOVE SPACE TO CM-HOLD-FLAG
052198     MOVE SPACES TO CM-HOLD-DISPUTE
052199     IF STREAM-IN-RECORD(93:8) NUMERIC
052200         MOVE STREAM-IN-RECORD(93:8) TO CM-DIGIT-COUNT
052202     END-IF
052204     IF STREAM-IN-RECORD(102:8) NUMERIC
052224             MOVE MG-CAPMAST-STATUS TO MG-WRITE-STATUS
052228     END-WRITE.
052230 2750-EXIT.
052234     EXIT.
052238*-----------------------------------------------------------------
052242 2760-POST-ANSWERS SECTION.
052246 2760-START.
052250     IF STREAM-IN-RECORD(93:8) NUMERIC
052254         MOVE STREAM-IN-RECORD(93:8) TO CM-DIGIT-COUNT
052258     END-IF
052262     IF STREAM-IN-RECORD(102:8) NUMERIC
052266         MOVE STREAM-IN-RECORD(102:8) TO CM-ANS
052270     END-IF
052274     IF STREAM-IN-RECORD(111:8) NUMERIC
052278         MOVE STREAM-IN-RECORD(111:8) TO CM-HALFWAY
052282     END-IF.
052286 2760-EXIT.
052290     EXIT.
052294*-----------------------------------------------------------------
052300 2800-CLEAR-ONE-FILE SECTION.
052400 2800-START.
052500     OPEN OUTPUT STREAM-CLR-FILE
053300     CLOSE STREAM-CLR-FILE.
053400 2800-EXIT.
053500     EXIT.
053502*-----------------------------------------------------------------
053503* 2810-CLEAR-FP-STREAM EMPTIES ONE STREAM'S INDEXED CAPFPRNT.SN,
053504* NAMED IN MG-IN-NAME, THE WAY 2800-CLEAR-ONE-FILE EMPTIES THE
053505* FLAT STREAM FILES.
053506*-----------------------------------------------------------------
053507 2810-CLEAR-FP-STREAM SECTION.
053508 2810-START.
053509     OPEN OUTPUT FPSTRM-FILE
053510     IF MG-FPSTRM-STATUS NOT = "00"
053511         DISPLAY "CAPMERGE - UNABLE TO EMPTY " MG-IN-NAME(1:14)
053512             ", STATUS " MG-FPSTRM-STATUS
053513         MOVE 8 TO MG-NEW-RC
053514         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
053515         GO TO 2810-EXIT
053516     END-IF
053517     CLOSE FPSTRM-FILE.
053518 2810-EXIT.
053519     EXIT.
053520*-----------------------------------------------------------------
053521* 2720-FIND-PUZZLE-SLOT POINTS MG-PT-IX AT THE MG-PT-TABLE SLOT
053522* FOR THE PUZZLE TYPE IN MG-PT-WANT, OPENING A FRESH ONE THE FIRST
053523* TIME A TYPE IS SEEN. THE TEN SLOTS MATCH CAPDRIVE'S; SHOULD THEY
053524* RUN OUT, MG-PT-IX COMES BACK ZERO AND 9100-TABLE-FULL STOPS THE
053525* MERGE.
053526*-----------------------------------------------------------------
053527 2720-FIND-PUZZLE-SLOT SECTION.
053528 2720-START.
053529     MOVE ZERO TO MG-PT-IX
053530     PERFORM 2725-CHECK-ONE-SLOT THRU 2725-EXIT
053531         VARYING MG-PT-JX FROM 1 BY 1
053532         UNTIL MG-PT-JX > MG-PT-COUNT OR MG-PT-IX > ZERO
053533     IF MG-PT-IX > ZERO
053534         GO TO 2720-EXIT
053535     END-IF
053536     IF MG-PT-COUNT >= 10
053537         DISPLAY "CAPMERGE - NO PUZZLE-TYPE SLOT FOR " MG-PT-WANT
053538         MOVE "PUZZLE-TYP" TO MG-FULL-TABLE
053539         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
053542         GO TO 2720-EXIT
053544     END-IF
053546     ADD 1 TO MG-PT-COUNT
053548     MOVE MG-PT-COUNT TO MG-PT-IX
053550     MOVE MG-PT-WANT TO MG-PT-CODE(MG-PT-IX)
053552     MOVE ZERO TO MG-PT-ATTEMPTED(MG-PT-IX)
053554     MOVE ZERO TO MG-PT-SCORED(MG-PT-IX)
053556     MOVE ZERO TO MG-PT-REJECTED(MG-PT-IX)
053558     MOVE ZERO TO MG-PT-ANS-TOTAL(MG-PT-IX)
053560     MOVE ZERO TO MG-PT-HALF-TOTAL(MG-PT-IX).
053562 2720-EXIT.
053564     EXIT.
053566*-----------------------------------------------------------------
053568 2725-CHECK-ONE-SLOT SECTION.
053570 2725-START.
053572     IF MG-PT-CODE(MG-PT-JX) = MG-PT-WANT
053574         MOVE MG-PT-JX TO MG-PT-IX
053576     END-IF.
053578 2725-EXIT.
053580     EXIT.
053600*-----------------------------------------------------------------
053700 2900-CLOSE-TARGETS SECTION.
053800 2900-START.
054310     CLOSE CAPFPRNT-FILE
054320     CLOSE CAPRPIDX-FILE
054330     CLOSE CAPMAST-FILE
054334     CLOSE CAPIFHLD-FILE
054340*    ONLY A MERGE THAT FINISHED CLEANLY MAY LET GO OF THE
054349*    CARRIED OR RELEASED ROWS - AFTER A FAILURE, CAPIFCF AND
054358*    CAPIFREL ARE STILL THEIR ONLY SAFE COPY FOR THE RERUN.
054370     IF MG-CF-COUNT > ZERO AND MG-CF-COPY-OK
054380             AND MG-MERGE-OK
054390         OPEN OUTPUT CAPIFCF-FILE
054392         CLOSE CAPIFCF-FILE
054393     END-IF
054394     IF MG-REL-COUNT > ZERO AND MG-REL-COPY-OK
054395             AND MG-MERGE-OK
054396         OPEN OUTPUT CAPIFREL-FILE
054397         CLOSE CAPIFREL-FILE
054398     END-IF.
054400 2900-EXIT.
054500     EXIT.
054502*-----------------------------------------------------------------
054580     STRING "CAPMUPD.S" MG-S-9 DELIMITED BY SIZE
054582         INTO MG-CLR-NAME
054584     PERFORM 2800-CLEAR-ONE-FILE THRU 2800-EXIT
054585     MOVE SPACES TO MG-IN-NAME
054588     STRING "CAPFPRNT.S" MG-S-9 DELIMITED BY SIZE
054589         INTO MG-IN-NAME
054590     PERFORM 2810-CLEAR-FP-STREAM THRU 2810-EXIT
054594     MOVE SPACES TO MG-CLR-NAME
054595     STRING "CAPRPIDX.S" MG-S-9 DELIMITED BY SIZE
054596         INTO MG-CLR-NAME
059400         "     PART 2 (HALFWAY) TOTAL... " DELIMITED BY SIZE
059500         MG-RPT-HALF-ED DELIMITED BY SIZE INTO CAPRPT-LINE
059600     WRITE CAPRPT-RECORD
059608     MOVE " " TO CAPRPT-CTRL
059616     MOVE SPACES TO CAPRPT-LINE
059624     WRITE CAPRPT-RECORD
059632     MOVE " " TO CAPRPT-CTRL
059640     MOVE SPACES TO CAPRPT-LINE
059648     STRING "SUBTOTALS BY PUZZLE TYPE:"
059656         DELIMITED BY SIZE INTO CAPRPT-LINE
059664     WRITE CAPRPT-RECORD
059672     PERFORM 3010-REPORT-ONE-TYPE THRU 3010-EXIT
059680         VARYING MG-PT-IX FROM 1 BY 1
059688         UNTIL MG-PT-IX > MG-PT-COUNT
059700     MOVE " " TO CAPRPT-CTRL
059800     MOVE SPACES TO CAPRPT-LINE
059900     WRITE CAPRPT-RECORD
060500     CLOSE CAPRPT-FILE.
060600 3000-EXIT.
060700     EXIT.
060706*-----------------------------------------------------------------
060712 3010-REPORT-ONE-TYPE SECTION.
060718 3010-START.
060724     MOVE MG-PT-CODE(MG-PT-IX) TO MG-PR-PUZZLE
060730     MOVE MG-PT-ATTEMPTED(MG-PT-IX) TO MG-PR-ATTEMPTED
060736     MOVE MG-PT-SCORED(MG-PT-IX) TO MG-PR-SCORED
060742     MOVE MG-PT-REJECTED(MG-PT-IX) TO MG-PR-REJECTED
060748     MOVE MG-PT-ANS-TOTAL(MG-PT-IX) TO MG-PR-ANS
060754     MOVE MG-PT-HALF-TOTAL(MG-PT-IX) TO MG-PR-HALF
060760     MOVE " " TO CAPRPT-CTRL
060766     MOVE MG-PT-RPT-LINE TO CAPRPT-LINE
060772     WRITE CAPRPT-RECORD.
060778 3010-EXIT.
060784     EXIT.
060800*-----------------------------------------------------------------
060900* 3500-WRITE-STATUS WRITES THE ONE CONSOLIDATED CAPSTAT RECORD -
061000* THE STREAMS' COUNTS SUMMED, THE WORST CONDITION STANDING - SO
064000         GO TO 3500-EXIT
064100     END-IF
064200     WRITE CAPSTAT-RECORD FROM MG-STATUS-LINE
064210     PERFORM 3510-WRITE-ONE-TYPE THRU 3510-EXIT
064220         VARYING MG-PT-IX FROM 1 BY 1
064230         UNTIL MG-PT-IX > MG-PT-COUNT
064300     CLOSE CAPSTAT-FILE.
064400 3500-EXIT.
064500     EXIT.
064507*-----------------------------------------------------------------
064514 3510-WRITE-ONE-TYPE SECTION.
064521 3510-START.
064528     MOVE MG-RUN-DATE-X TO MG-SX-DATE
064535     MOVE MG-PT-ATTEMPTED(MG-PT-IX) TO MG-SX-ATTEMPTED
064542     MOVE MG-PT-SCORED(MG-PT-IX) TO MG-SX-SCORED
064549     MOVE MG-PT-REJECTED(MG-PT-IX) TO MG-SX-REJECTED
064556     MOVE MG-PT-CODE(MG-PT-IX) TO MG-SX-PUZZLE
064563     MOVE MG-PT-ANS-TOTAL(MG-PT-IX) TO MG-SX-ANS-TOTAL
064570     MOVE MG-PT-HALF-TOTAL(MG-PT-IX) TO MG-SX-HALF-TOTAL
064577     WRITE CAPSTAT-RECORD FROM MG-STATUS-TYPE-LINE.
064584 3510-EXIT.
064591     EXIT.
064600*-----------------------------------------------------------------
064700 3700-WRITE-REPORT-INDEX SECTION.
064800 3700-START.
069500 9000-EXIT.
069600     EXIT.
069700*-----------------------------------------------------------------
069705* 9100-TABLE-FULL STOPS THE MERGE WHEN THE TABLE NAMED IN
069710* MG-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. THE PUZZLE TYPES ARE
069715* ALL SEEN WHILE THE STREAMS ARE VERIFIED, SO NOTHING HAS BEEN
069720* MERGED YET AND THE STREAM FILES WAIT FOR THE RERUN; A TYPE
069725* FIRST MET IN A COPY LETS THAT COPY FINISH WHOLE RATHER THAN
069730* LEAVE HALF A STREAM IN THE TARGETS, AND STILL ENDS THE RUN 16.
069735*-----------------------------------------------------------------
069740 9100-TABLE-FULL SECTION.
069745 9100-START.
069749     DISPLAY "CAPMERGE - " MG-FULL-TABLE
069752         " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPMERGE"
069755         " AND RERUN"
069760     MOVE "Y" TO MG-ABANDON-SW
069765     MOVE 16 TO MG-NEW-RC
069770     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
069775 9100-EXIT.
069780     EXIT.
069785*-----------------------------------------------------------------
069800 END PROGRAM CAPMERGE.
