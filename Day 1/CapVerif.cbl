002701*                      UNTIL THE IMPORT JOB BOOKS THEM - ARE
002702*                      COUNTED AND LEFT OUT OF THE CROSS-FOOT;
002703*                      THEY WERE VERIFIED THE DAY THEY SCORED.
002704*   2026-10-15  M00SK  READS BOTH THE OLD AND THE V2 LAYOUTS OF
002705*                      CAPIFACE, CAPLEDGR AND CAPAUDIT. V2 ROWS
002707*                      MATCH ON THE FULL 80-BYTE SOURCE NAME, OLD
002708*                      ROWS ON THE FIRST 40 BYTES AS BEFORE.
002710*   2026-10-15  M00SK  EACH PUZZLE TYPE IS NOW CROSS-FOOTED ON ITS
002720*                      OWN - EXTRACT FILES AND ANSWER TOTALS PER
002730*                      TYPE AGAINST THE CAPRPT SUBTOTAL LINES -
002740*                      AS WELL AS THE GRAND TOTALS.
002750*   2026-10-15  M00SK  AUDIT RECORDS WIDENED TO 240 BYTES - CAPMNT
002760*                      ECHOES CARRY THE CHECKER IN COLS 221-240.
002765*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
002770*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
002775*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
002780*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
002781*   2026-10-15  M00SK  A FULL EXTRACT, EXTRA-ROW OR PUZZLE-TYPE
002782*                      TABLE NOW STOPS THE VERIFICATION WITH
002783*                      CONDITION 16 AND SAYS SO ON CAPVRPT,
002785*                      INSTEAD OF SKIPPING THE ROWS IT CANNOT
002787*                      HOLD.
002788*   2026-10-15  M00SK  THE RUN'S EXTRACT ROWS HELD ON CAPIFHLD
002789*                      UNDER AN OPEN CAPDMNT DISPUTE, OR ALREADY
002790*                      RELEASED TO CAPIFREL, JOIN THE ROSTER -
002791*                      THEY WERE SCORED AND TOTALLED WITH THE
002792*                      BATCH.
002793*                      CAPDMNT'S HOLD AND RELEASE AUDIT ROWS
002794*                      (ACTIONS H AND L) ARE PASSED OVER.
002795******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CAPVERIF.
003000 ENVIRONMENT DIVISION.
004710     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS CV-CAPRPIDX-STATUS.
004739     SELECT CAPIFHLD-FILE ASSIGN TO "CAPIFHLD"
004748         ORGANIZATION IS LINE SEQUENTIAL
004757         FILE STATUS IS CV-CAPIFHLD-STATUS.
004766     SELECT CAPIFREL-FILE ASSIGN TO "CAPIFREL"
004775         ORGANIZATION IS LINE SEQUENTIAL
004784         FILE STATUS IS CV-CAPIFREL-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CAPIFACE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  CAPIFACE-RECORD                           PIC X(168).
005300 FD  CAPLEDGR-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  CAPLEDGR-RECORD                           PIC X(177).
005600 FD  CAPAUDIT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  CAPAUDIT-RECORD                           PIC X(240).
005900 FD  CAPRPT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  CAPRPT-RECORD                             PIC X(133).
006610 FD  CAPRPIDX-FILE
006620     LABEL RECORDS ARE STANDARD.
006630 01  CAPRPIDX-RECORD                           PIC X(43).
006639 FD  CAPIFHLD-FILE
006648     LABEL RECORDS ARE STANDARD.
006657 01  CAPIFHLD-RECORD                           PIC X(168).
006666 FD  CAPIFREL-FILE
006675     LABEL RECORDS ARE STANDARD.
006684 01  CAPIFREL-RECORD                           PIC X(168).
006700 WORKING-STORAGE SECTION.
006800 77  CV-CAPIFACE-STATUS                        PIC X(02).
006900 77  CV-CAPLEDGR-STATUS                        PIC X(02).
007100 77  CV-CAPRPT-STATUS                          PIC X(02).
007200 77  CV-CAPVRPT-STATUS                         PIC X(02).
007205 77  CV-CAPRPIDX-STATUS                        PIC X(02).
007206 77  CV-CAPIFHLD-STATUS                        PIC X(02).
007207 77  CV-CAPIFREL-STATUS                        PIC X(02).
007210*-----------------------------------------------------------------
007215* THE RUN'S REPORTS ARE DATED GENERATIONS: THE CAPRPT SUMMARY
007220* READ BACK HERE IS THE RUN DATE'S CAPRPT.YYYYMMDD GENERATION,
007296                                               VALUE SPACES.
007297 77  CV-CF-SKIPPED                             PIC 9(08)
007298                                               VALUE ZERO.
007308 77  CV-HELD-ROWS                              PIC 9(08)
007318                                               VALUE ZERO.
007328 77  CV-REL-ROWS                               PIC 9(08)
007338                                               VALUE ZERO.
007348 77  CV-ROW-FILE                               PIC X(08)
007358                                               VALUE SPACES.
007368 01  CV-ROW                                    PIC X(168).
007378 77  CV-HIT-SW                                 PIC X(01)
007400                                               VALUE "N".
007500     88  CV-ENTRY-HIT                          VALUE "Y".
007600 77  CV-DATE-HIT-SW                            PIC X(01)
008200 77  CV-FILE-OK-SW                             PIC X(01)
008300                                               VALUE "Y".
008400     88  CV-FILE-OK                            VALUE "Y".
008410 77  CV-WK-V2-SW                               PIC X(01)
008420                                               VALUE "N".
008430     88  CV-WK-V2                              VALUE "Y".
008440 77  CV-FULL-TABLE                             PIC X(12)
008450                                               VALUE SPACES.
008460 77  CV-ABANDON-SW                             PIC X(01)
008470                                               VALUE "N".
008480     88  CV-ABANDONED                          VALUE "Y".
008500 77  CV-I                                      PIC 9(04) COMP
008600                                               VALUE ZERO.
008700 77  CV-X                                      PIC 9(04) COMP
012000     05  CV-RUN-DD                             PIC 9(02).
012100 01  CV-WORK-FIELDS.
012200     05  CV-WK-DATE                            PIC X(10).
012300     05  CV-WK-SOURCE                          PIC X(80).
012310     05  CV-WK-PUZZLE                          PIC X(04).
012400     05  CV-ED-X                               PIC X(08).
012500     05  CV-NUM-9                              PIC 9(08).
012600     05  CV-WK-ANS                             PIC 9(08).
013700                                               VALUE ZERO.
013800     05  CV-IF-ENTRY OCCURS 500 TIMES.
013900         10  CV-IF-DATE                        PIC X(10).
014000         10  CV-IF-SOURCE                      PIC X(80).
014010         10  CV-IF-PUZZLE                      PIC X(04).
014100         10  CV-IF-ADJ                         PIC 9(08).
014200         10  CV-IF-HALF                        PIC 9(08).
014300         10  CV-IF-LGR-SW                      PIC X(01).
014500         10  CV-IF-AUD-SW                      PIC X(01).
014600         10  CV-IF-AUD-ANS                     PIC 9(08).
014700         10  CV-IF-AUD-HALF                    PIC 9(08).
014703*-----------------------------------------------------------------
014706* PER-PUZZLE-TYPE CROSS-FOOT. THE EXTRACT SIDE IS SUMMED FROM THE
014709* TABLE ABOVE BY EACH ROW'S PUZZLE TYPE (AN OLD-LAYOUT ROW COUNTS
014712* AS DAY1); THE REPORT SIDE COMES FROM CAPDRIVE'S "  TYPE " LINES
014715* UNDER "SUBTOTALS BY PUZZLE TYPE:" ON CAPRPT.
014718*-----------------------------------------------------------------
014721 01  CV-PT-TABLE.
014724     05  CV-PT-COUNT                           PIC 9(02)
014727                                               VALUE ZERO.
014730     05  CV-PT-ENTRY OCCURS 10 TIMES.
014733         10  CV-PT-CODE                        PIC X(04).
014736         10  CV-PT-EXT-FILES                   PIC 9(08).
014739         10  CV-PT-EXT-ANS                     PIC 9(08).
014742         10  CV-PT-EXT-HALF                    PIC 9(08).
014745         10  CV-PT-RPT-SW                      PIC X(01).
014748         10  CV-PT-RPT-SCORED                  PIC 9(08).
014751         10  CV-PT-RPT-ANS                     PIC 9(08).
014754         10  CV-PT-RPT-HALF                    PIC 9(08).
014757 77  CV-PT-IX                                  PIC 9(04) COMP
014760                                               VALUE ZERO.
014763 77  CV-PT-JX                                  PIC 9(04) COMP
014766                                               VALUE ZERO.
014769 77  CV-PT-WANT                                PIC X(04)
014772                                               VALUE SPACES.
014775 77  CV-RPT-TYPES-SW                           PIC X(01)
014778                                               VALUE "N".
014781     88  CV-RPT-TYPES-FOUND                    VALUE "Y".
014800*-----------------------------------------------------------------
014900* LEDGER OR AUDIT ROWS CARRYING A DATE THE EXTRACT KNOWS ABOUT
015000* BUT NAMING A SOURCE THE EXTRACT DOES NOT ARE COLLECTED HERE -
015800     05  CV-EX-ENTRY OCCURS 200 TIMES.
015900         10  CV-EX-FILE                        PIC X(08).
016000         10  CV-EX-DATE                        PIC X(10).
016100         10  CV-EX-SOURCE                      PIC X(80).
016200 01  CV-DETAIL-LINE.
016300     05  FILLER                                PIC X(01)
016400                                               VALUE SPACE.
016500     05  CV-DL-SOURCE                          PIC X(80).
016600     05  FILLER                                PIC X(01)
016700                                               VALUE SPACE.
016800     05  CV-DL-DATE                            PIC X(10).
020200     05  CV-EL-DATE                            PIC X(10).
020300     05  FILLER                                PIC X(02)
020400                                               VALUE SPACES.
020500     05  CV-EL-SOURCE                          PIC X(80).
020510*-----------------------------------------------------------------
020520* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
020530* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
020540*-----------------------------------------------------------------
020550 COPY CAPJOBA.
020600 PROCEDURE DIVISION.
020700 0000-MAIN SECTION.
020800*-----------------------------------------------------------------
020900 0000-MAINLINE.
021000     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
021010     PERFORM 0800-JOB-START THRU 0800-EXIT
021020     IF JC-REFUSED
021030         MOVE 16 TO RETURN-CODE
021040         STOP RUN
021050     END-IF
021100     OPEN OUTPUT CAPVRPT-FILE
021200     IF CV-CAPVRPT-STATUS NOT = "00"
021300         DISPLAY "CAPVERIF - UNABLE TO OPEN CAPVRPT, STATUS "
021400             CV-CAPVRPT-STATUS
021500         MOVE 8 TO RETURN-CODE
021510         PERFORM 0890-JOB-END THRU 0890-EXIT
021600         STOP RUN
021700     END-IF
021800     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
021900     PERFORM 1000-LOAD-IFACE THRU 1000-EXIT
021910     IF NOT CV-ABANDONED
021911         PERFORM 1050-LOAD-HELD THRU 1050-EXIT
021912     END-IF
021913     IF NOT CV-ABANDONED
021914         PERFORM 1060-LOAD-RELEASED THRU 1060-EXIT
021915     END-IF
021916     IF NOT CV-ABANDONED
021920         PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
021930     END-IF
021940     IF NOT CV-ABANDONED
021950         PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT
021960     END-IF
021970     IF NOT CV-ABANDONED
021980         PERFORM 4000-CHECK-REPORT THRU 4000-EXIT
021990     END-IF
022000     IF CV-ABANDONED
022010         PERFORM 5400-PRINT-VERDICT THRU 5400-EXIT
022020     ELSE
022030         PERFORM 5000-PRINT-RESULTS THRU 5000-EXIT
022040     END-IF
022400     CLOSE CAPVRPT-FILE
022410     IF CV-ABANDONED
022420         DISPLAY "CAPVERIF - *** VERIFICATION STOPPED, "
022430             CV-FULL-TABLE " TABLE FULL ***"
022440         MOVE 16 TO RETURN-CODE
022450     ELSE
022460         IF CV-DISCREPANCIES = ZERO
022470             DISPLAY "CAPVERIF - BATCH IS IN BALANCE, ALL FILES "
022480                 "CROSS-FOOT"
022490         ELSE
022500             DISPLAY "CAPVERIF - *** BATCH OUT OF BALANCE, "
022506                 CV-DISCREPANCIES " DISCREPANCIES, "
022512                 "SEE CAPVRPT ***"
022520             MOVE 8 TO RETURN-CODE
022530         END-IF
023200     END-IF
023210     PERFORM 6000-WRITE-REPORT-INDEX THRU 6000-EXIT
023220     PERFORM 0890-JOB-END THRU 0890-EXIT
023300     STOP RUN.
023400 0000-EXIT.
023402     EXIT.
023404*-----------------------------------------------------------------
023406* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
023408* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
023410* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
023412*-----------------------------------------------------------------
023414 0800-JOB-START SECTION.
023416 0800-START.
023418     MOVE SPACES TO CAPJOB-COMMAREA
023420     MOVE "S" TO JC-FUNCTION
023422     MOVE "CAPVERIF" TO JC-PROGRAM
023423     MOVE 6 TO JC-LOCK-COUNT
023426     MOVE "CAPIFACE" TO JC-LOCK-DSN(1)
023428     MOVE "R" TO JC-LOCK-MODE(1)
023430     MOVE "CAPLEDGR" TO JC-LOCK-DSN(2)
023432     MOVE "R" TO JC-LOCK-MODE(2)
023434     MOVE "CAPAUDIT" TO JC-LOCK-DSN(3)
023436     MOVE "R" TO JC-LOCK-MODE(3)
023438     MOVE "CAPRPIDX" TO JC-LOCK-DSN(4)
023440     MOVE "U" TO JC-LOCK-MODE(4)
023441     MOVE "CAPIFHLD" TO JC-LOCK-DSN(5)
023442     MOVE "R" TO JC-LOCK-MODE(5)
023443     MOVE "CAPIFREL" TO JC-LOCK-DSN(6)
023444     MOVE "R" TO JC-LOCK-MODE(6)
023445     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
023446 0800-EXIT.
023447     EXIT.
023448*-----------------------------------------------------------------
023450* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
023452* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
023454* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
023456*-----------------------------------------------------------------
023458 0890-JOB-END SECTION.
023460 0890-START.
023462     MOVE RETURN-CODE TO JC-CONDITION
023464     MOVE "E" TO JC-FUNCTION
023466     MOVE "IFACE ROWS" TO JC-COUNT-LABEL(1)
023468     MOVE CV-IF-COUNT TO JC-COUNT-VALUE(1)
023470     MOVE "MISMATCHES" TO JC-COUNT-LABEL(2)
023472     MOVE CV-DISCREPANCIES TO JC-COUNT-VALUE(2)
023474     CALL "CAPJCTL" USING CAPJOB-COMMAREA
023476     MOVE JC-CONDITION TO RETURN-CODE.
023478 0890-EXIT.
023500     EXIT.
023600*-----------------------------------------------------------------
023700* 0900-GET-RUN-DATE CAPTURES TODAY'S DATE ONCE, UP FRONT, SO THE
029750         ADD 1 TO CV-CF-SKIPPED
029760         GO TO 1000-READ-LOOP
029770     END-IF
029771     MOVE CAPIFACE-RECORD TO CV-ROW
029772     MOVE "CAPIFACE" TO CV-ROW-FILE
029773     PERFORM 1100-TABLE-ONE-ROW THRU 1100-EXIT
029774     IF CV-ABANDONED
029775         GO TO 1000-READS-DONE
029776     END-IF
029777     GO TO 1000-READ-LOOP.
029778 1000-READS-DONE.
029779     CLOSE CAPIFACE-FILE.
029780 1000-EXIT.
029781     EXIT.
029782*-----------------------------------------------------------------
029783* 1050-LOAD-HELD ADDS THE BATCH'S EXTRACT ROWS THAT CAPDRIVE OR
029784* CAPMERGE SET ASIDE ON CAPIFHLD, STAMPED HD, BECAUSE THEIR SOURCE
029785* IS UNDER AN OPEN CAPDMNT DISPUTE. THEY ARE LEDGERED, AUDITED AND
029786* TOTALLED ON CAPRPT LIKE ANY OTHER ROW, SO THEY BELONG ON THE
029787* ROSTER; ROWS HELD ON EARLIER DAYS WERE VERIFIED THEN. A BATCH
029788* ROW IS ONE DATED THE RUN DATE OR A DATE THE EXTRACT CARRIES. NO
029789* HELD FILE JUST MEANS NOTHING IS UNDER DISPUTE.
029790*-----------------------------------------------------------------
029791 1050-LOAD-HELD SECTION.
029792 1050-START.
029793     OPEN INPUT CAPIFHLD-FILE
029794     IF CV-CAPIFHLD-STATUS NOT = "00"
029795         GO TO 1050-EXIT
029796     END-IF.
029797 1050-READ-LOOP.
029798     READ CAPIFHLD-FILE
029799         AT END
029800             GO TO 1050-READS-DONE
029801     END-READ
029802     IF CAPIFHLD-RECORD = SPACES
029803         GO TO 1050-READ-LOOP
029804     END-IF
029805     MOVE CAPIFHLD-RECORD(1:10) TO CV-WK-DATE
029806     IF CV-WK-DATE NOT = CV-RUN-DATE-X
029807         PERFORM 1300-CHECK-DATE-KNOWN THRU 1300-EXIT
029808         IF NOT CV-DATE-KNOWN
029809             GO TO 1050-READ-LOOP
029810         END-IF
029811     END-IF
029812     ADD 1 TO CV-HELD-ROWS
029813     MOVE CAPIFHLD-RECORD TO CV-ROW
029814     MOVE "CAPIFHLD" TO CV-ROW-FILE
029815     PERFORM 1100-TABLE-ONE-ROW THRU 1100-EXIT
029816     IF CV-ABANDONED
029817         GO TO 1050-READS-DONE
029818     END-IF
029819     GO TO 1050-READ-LOOP.
029820 1050-READS-DONE.
029821     CLOSE CAPIFHLD-FILE.
029822 1050-EXIT.
029823     EXIT.
029824*-----------------------------------------------------------------
029825* 1060-LOAD-RELEASED DOES THE SAME FOR CAPIFREL - HELD ROWS WHOSE
029826* DISPUTE CAPDMNT HAS ALREADY CLOSED, WAITING FOR THE NEXT RUN TO
029827* PUT THEM ON A FRESH EXTRACT. ONE OF THE BATCH'S OWN ROWS CAN BE
029828* THERE IF THE DISPUTE CLOSED BEFORE THIS VERIFICATION RAN.
029829*-----------------------------------------------------------------
029830 1060-LOAD-RELEASED SECTION.
029831 1060-START.
029832     OPEN INPUT CAPIFREL-FILE
029833     IF CV-CAPIFREL-STATUS NOT = "00"
029834         GO TO 1060-EXIT
029835     END-IF.
029836 1060-READ-LOOP.
029837     READ CAPIFREL-FILE
029838         AT END
029839             GO TO 1060-READS-DONE
029840     END-READ
029841     IF CAPIFREL-RECORD = SPACES
029842         GO TO 1060-READ-LOOP
029843     END-IF
029844     MOVE CAPIFREL-RECORD(1:10) TO CV-WK-DATE
029845     IF CV-WK-DATE NOT = CV-RUN-DATE-X
029846         PERFORM 1300-CHECK-DATE-KNOWN THRU 1300-EXIT
029847         IF NOT CV-DATE-KNOWN
029848             GO TO 1060-READ-LOOP
029849         END-IF
029850     END-IF
029851     ADD 1 TO CV-REL-ROWS
029852     MOVE CAPIFREL-RECORD TO CV-ROW
029853     MOVE "CAPIFREL" TO CV-ROW-FILE
029854     PERFORM 1100-TABLE-ONE-ROW THRU 1100-EXIT
029855     IF CV-ABANDONED
029856         GO TO 1060-READS-DONE
029857     END-IF
029858     GO TO 1060-READ-LOOP.
029859 1060-READS-DONE.
029860     CLOSE CAPIFREL-FILE.
029861 1060-EXIT.
029862     EXIT.
029863*-----------------------------------------------------------------
029864* 1100-TABLE-ONE-ROW PUTS THE EXTRACT ROW IN CV-ROW, READ FROM THE
029865* FILE NAMED IN CV-ROW-FILE, INTO THE EXTRACT TABLE. AN
029866* UNPARSEABLE ROW IS A DISCREPANCY; A FULL TABLE STOPS THE RUN.
029867*-----------------------------------------------------------------
029868 1100-TABLE-ONE-ROW SECTION.
029869 1100-START.
029870     MOVE CV-ROW(1:10) TO CV-WK-DATE
029871     IF CV-ROW(81:2) = "V2"
029872         MOVE "Y" TO CV-WK-V2-SW
029873         MOVE CV-ROW(89:80) TO CV-WK-SOURCE
029874         MOVE CV-ROW(84:4) TO CV-WK-PUZZLE
029875     ELSE
029876         MOVE "N" TO CV-WK-V2-SW
029877         MOVE CV-ROW(12:40) TO CV-WK-SOURCE
029910         MOVE SPACES TO CV-WK-PUZZLE
029920     END-IF
029930     MOVE CV-ROW(53:8) TO CV-ED-X
030100     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
030200     IF NOT CV-NUM-OK
030210         GO TO 1100-BAD-ROW
030400     END-IF
030500     MOVE CV-NUM-9 TO CV-WK-ANS
030510     MOVE CV-ROW(62:8) TO CV-ED-X
030700     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
030800     IF NOT CV-NUM-OK
030810         GO TO 1100-BAD-ROW
031000     END-IF
031100     MOVE CV-NUM-9 TO CV-WK-HALF
031200     PERFORM 1200-FIND-ENTRY THRU 1200-EXIT
031300     IF NOT CV-ENTRY-HIT
031400         IF CV-IF-COUNT >= 500
031410             MOVE "EXTRACT" TO CV-FULL-TABLE
031420             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
031430             GO TO 1100-EXIT
031900         END-IF
032000         ADD 1 TO CV-IF-COUNT
032100         MOVE CV-IF-COUNT TO CV-SLOT
032200         MOVE CV-WK-DATE TO CV-IF-DATE(CV-SLOT)
032300         MOVE CV-WK-SOURCE TO CV-IF-SOURCE(CV-SLOT)
032310         MOVE CV-WK-PUZZLE TO CV-IF-PUZZLE(CV-SLOT)
032400         MOVE "N" TO CV-IF-LGR-SW(CV-SLOT)
032500         MOVE ZERO TO CV-IF-LGR-ANS(CV-SLOT)
032600         MOVE "N" TO CV-IF-AUD-SW(CV-SLOT)
032900     END-IF
033000     MOVE CV-WK-ANS TO CV-IF-ADJ(CV-SLOT)
033100     MOVE CV-WK-HALF TO CV-IF-HALF(CV-SLOT)
033110     GO TO 1100-EXIT.
033120 1100-BAD-ROW.
033130     DISPLAY "CAPVERIF - UNPARSEABLE " CV-ROW-FILE " ROW: "
033140         CV-ROW
033150     ADD 1 TO CV-DISCREPANCIES.
033160 1100-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------------
034300* 1200-FIND-ENTRY SCANS THE EXTRACT TABLE FOR THE DATE AND SOURCE
034400* IN CV-WK-DATE/CV-WK-SOURCE, RETURNING THE SLOT IN CV-SLOT WITH
034500* CV-ENTRY-HIT SET WHEN FOUND. A ROW STILL IN THE OLD LAYOUT
034510* ONLY KNOWS THE FIRST 40 BYTES OF THE NAME AND MATCHES ON THOSE.
034600*-----------------------------------------------------------------
034700 1200-FIND-ENTRY SECTION.
034800 1200-START.
035500*-----------------------------------------------------------------
035600 1210-SCAN-ONE-ENTRY SECTION.
035700 1210-START.
035800     IF CV-IF-DATE(CV-X) NOT = CV-WK-DATE
035810         GO TO 1210-EXIT
035820     END-IF
035900     IF CV-IF-SOURCE(CV-X) = CV-WK-SOURCE
036000         MOVE "Y" TO CV-HIT-SW
036100         MOVE CV-X TO CV-SLOT
036200     END-IF
036210     IF NOT CV-WK-V2
036220             AND CV-IF-SOURCE(CV-X)(1:40) = CV-WK-SOURCE(1:40)
036230         MOVE "Y" TO CV-HIT-SW
036240         MOVE CV-X TO CV-SLOT
036250     END-IF.
036300 1210-EXIT.
036400     EXIT.
036500*-----------------------------------------------------------------
039400 1400-START.
039500     ADD 1 TO CV-DISCREPANCIES
039600     IF CV-EX-COUNT >= 200
039610         MOVE "EXTRA-ROW" TO CV-FULL-TABLE
039620         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
039700         GO TO 1400-EXIT
039800     END-IF
039900     ADD 1 TO CV-EX-COUNT
042300     MOVE "Y" TO CV-NUM-OK-SW.
042400 1500-EXIT.
042500     EXIT.
042502*-----------------------------------------------------------------
042504* 1600-FIND-PUZZLE-SLOT POINTS CV-PT-IX AT THE CV-PT-TABLE SLOT
042506* FOR THE PUZZLE TYPE IN CV-PT-WANT, OPENING A FRESH ONE THE FIRST
042508* TIME A TYPE IS SEEN. TEN SLOTS, AS ON THE DRIVER; IF THEY RUN
042510* OUT, CV-PT-IX COMES BACK ZERO AND IT COUNTS AS A DISCREPANCY.
042512*-----------------------------------------------------------------
042514 1600-FIND-PUZZLE-SLOT SECTION.
042516 1600-START.
042518     MOVE ZERO TO CV-PT-IX
042520     PERFORM 1610-CHECK-ONE-SLOT THRU 1610-EXIT
042522         VARYING CV-PT-JX FROM 1 BY 1
042524         UNTIL CV-PT-JX > CV-PT-COUNT OR CV-PT-IX > ZERO
042526     IF CV-PT-IX > ZERO
042528         GO TO 1600-EXIT
042530     END-IF
042532     IF CV-PT-COUNT >= 10
042534         MOVE "PUZZLE-TYPE" TO CV-FULL-TABLE
042536         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
042540         GO TO 1600-EXIT
042542     END-IF
042544     ADD 1 TO CV-PT-COUNT
042546     MOVE CV-PT-COUNT TO CV-PT-IX
042548     MOVE CV-PT-WANT TO CV-PT-CODE(CV-PT-IX)
042550     MOVE ZERO TO CV-PT-EXT-FILES(CV-PT-IX)
042552     MOVE ZERO TO CV-PT-EXT-ANS(CV-PT-IX)
042554     MOVE ZERO TO CV-PT-EXT-HALF(CV-PT-IX)
042556     MOVE "N" TO CV-PT-RPT-SW(CV-PT-IX)
042558     MOVE ZERO TO CV-PT-RPT-SCORED(CV-PT-IX)
042560     MOVE ZERO TO CV-PT-RPT-ANS(CV-PT-IX)
042562     MOVE ZERO TO CV-PT-RPT-HALF(CV-PT-IX).
042564 1600-EXIT.
042566     EXIT.
042568*-----------------------------------------------------------------
042570 1610-CHECK-ONE-SLOT SECTION.
042572 1610-START.
042574     IF CV-PT-CODE(CV-PT-JX) = CV-PT-WANT
042576         MOVE CV-PT-JX TO CV-PT-IX
042578     END-IF.
042580 1610-EXIT.
042582     EXIT.
042600*-----------------------------------------------------------------
042700* 2000-SCAN-LEDGER READS THE WHOLE CAPLEDGR LEDGER ONCE. EVERY
042800* ROW WHOSE DATE AND SOURCE MATCH AN EXTRACT ENTRY POSTS ITS
044900         GO TO 2000-READ-LOOP
045000     END-IF
045100     MOVE CAPLEDGR-RECORD(1:10) TO CV-WK-DATE
045110     IF CAPLEDGR-RECORD(81:2) = "V2"
045120         MOVE "Y" TO CV-WK-V2-SW
045130         MOVE CAPLEDGR-RECORD(98:80) TO CV-WK-SOURCE
045140     ELSE
045150         MOVE "N" TO CV-WK-V2-SW
045200         MOVE CAPLEDGR-RECORD(12:40) TO CV-WK-SOURCE
045210     END-IF
045300     MOVE CAPLEDGR-RECORD(53:8) TO CV-ED-X
045400     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
045500     IF NOT CV-NUM-OK
049300     IF CAPAUDIT-RECORD = SPACES
049400         GO TO 3000-READ-LOOP
049500     END-IF
049510*    CAPDMNT'S HOLD (H) AND RELEASE (L) ROWS ECHO THE ANSWERS OF
049520*    RECORD, NOT A SCORING, AND MUST NOT STAND AS THE DAY'S LAST
049530*    WORD ON A FILE THAT WAS SCORED WHILE ON HOLD.
049540     IF CAPAUDIT-RECORD(110:1) = "H"
049550             OR CAPAUDIT-RECORD(110:1) = "L"
049560         GO TO 3000-READ-LOOP
049570     END-IF
049600     MOVE CAPAUDIT-RECORD(1:10) TO CV-WK-DATE
049610     IF CAPAUDIT-RECORD(132:2) = "V2"
049620         MOVE "Y" TO CV-WK-V2-SW
049630         MOVE CAPAUDIT-RECORD(140:80) TO CV-WK-SOURCE
049640     ELSE
049650         MOVE "N" TO CV-WK-V2-SW
049700         MOVE CAPAUDIT-RECORD(42:40) TO CV-WK-SOURCE
049710     END-IF
049800     MOVE CAPAUDIT-RECORD(92:8) TO CV-ED-X
049900     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
050000     IF NOT CV-NUM-OK
056800             MOVE "N" TO CV-RPT-TOTALS-SW
056900         END-IF
057000     END-IF
057010     IF CAPRPT-RECORD(2:7) = "  TYPE "
057020         PERFORM 4100-PARSE-TYPE-LINE THRU 4100-EXIT
057030     END-IF
057100     GO TO 4000-READ-LOOP.
057200 4000-READS-DONE.
057300     CLOSE CAPRPT-FILE.
057400 4000-EXIT.
057500     EXIT.
057502*-----------------------------------------------------------------
057504* 4100-PARSE-TYPE-LINE TAKES ONE CAPRPT PUZZLE-TYPE SUBTOTAL
057506* LINE - TYPE 9-12, SCORED 44-51, PART 1 84-91, PART 2 104-111 -
057508* INTO ITS SLOT. A LINE THAT WILL NOT PARSE IS LEFT UNMARKED
057510* AND SO SHOWS AS MISSING FROM THE REPORT.
057512*-----------------------------------------------------------------
057514 4100-PARSE-TYPE-LINE SECTION.
057516 4100-START.
057518     MOVE CAPRPT-RECORD(9:4) TO CV-PT-WANT
057520     PERFORM 1600-FIND-PUZZLE-SLOT THRU 1600-EXIT
057522     IF CV-PT-IX = ZERO
057524         GO TO 4100-EXIT
057526     END-IF
057528     MOVE "Y" TO CV-RPT-TYPES-SW
057530     MOVE CAPRPT-RECORD(44:8) TO CV-ED-X
057532     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
057534     IF NOT CV-NUM-OK
057536         GO TO 4100-EXIT
057538     END-IF
057540     MOVE CV-NUM-9 TO CV-PT-RPT-SCORED(CV-PT-IX)
057542     MOVE CAPRPT-RECORD(84:8) TO CV-ED-X
057544     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
057546     IF NOT CV-NUM-OK
057548         GO TO 4100-EXIT
057550     END-IF
057552     MOVE CV-NUM-9 TO CV-PT-RPT-ANS(CV-PT-IX)
057554     MOVE CAPRPT-RECORD(104:8) TO CV-ED-X
057556     PERFORM 1500-PARSE-NUMBER THRU 1500-EXIT
057558     IF NOT CV-NUM-OK
057560         GO TO 4100-EXIT
057562     END-IF
057564     MOVE CV-NUM-9 TO CV-PT-RPT-HALF(CV-PT-IX)
057566     MOVE "Y" TO CV-PT-RPT-SW(CV-PT-IX).
057568 4100-EXIT.
057570     EXIT.
057600*-----------------------------------------------------------------
057700* 5000-PRINT-RESULTS WALKS THE EXTRACT TABLE PRINTING ONE LINE
057800* PER FILE WITH ITS CROSS-FOOT STATUS AND A DETAIL LINE UNDER IT
059040         STRING "CARRIED-FORWARD ROWS (CF) NOT VERIFIED "
059050             "HERE: " DELIMITED BY SIZE
059060             CV-CF-SKIPPED DELIMITED BY SIZE
059061             INTO CAPVRPT-LINE
059062         WRITE CAPVRPT-RECORD
059063     END-IF
059064     IF CV-HELD-ROWS > ZERO
059065         MOVE " " TO CAPVRPT-CTRL
059066         MOVE SPACES TO CAPVRPT-LINE
059067         STRING "ROWS HELD ON CAPIFHLD UNDER DISPUTE, "
059068             "VERIFIED HERE: " DELIMITED BY SIZE
059069             CV-HELD-ROWS DELIMITED BY SIZE
059070             INTO CAPVRPT-LINE
059071         WRITE CAPVRPT-RECORD
059072     END-IF
059073     IF CV-REL-ROWS > ZERO
059074         MOVE " " TO CAPVRPT-CTRL
059075         MOVE SPACES TO CAPVRPT-LINE
059076         STRING "HELD ROWS RELEASED TO CAPIFREL, "
059077             "VERIFIED HERE: " DELIMITED BY SIZE
059078             CV-REL-ROWS DELIMITED BY SIZE
059079             INTO CAPVRPT-LINE
059080         WRITE CAPVRPT-RECORD
059090     END-IF
059100     PERFORM 5100-PRINT-ONE-FILE THRU 5100-EXIT
059300         UNTIL CV-I > CV-IF-COUNT
059400     PERFORM 5200-PRINT-EXTRAS THRU 5200-EXIT
059500     PERFORM 5300-PRINT-TOTALS THRU 5300-EXIT
059510     PERFORM 5500-PRINT-TYPE-TOTALS THRU 5500-EXIT
059600     PERFORM 5400-PRINT-VERDICT THRU 5400-EXIT.
059700 5000-EXIT.
059800     EXIT.
060200     MOVE "Y" TO CV-FILE-OK-SW
060300     ADD CV-IF-ADJ(CV-I) TO CV-SUM-ADJ
060400     ADD CV-IF-HALF(CV-I) TO CV-SUM-HALF
060409     MOVE CV-IF-PUZZLE(CV-I) TO CV-PT-WANT
060418     IF CV-PT-WANT = SPACES
060427         MOVE "DAY1" TO CV-PT-WANT
060436     END-IF
060445     PERFORM 1600-FIND-PUZZLE-SLOT THRU 1600-EXIT
060454     IF CV-PT-IX > ZERO
060463         ADD 1 TO CV-PT-EXT-FILES(CV-PT-IX)
060472         ADD CV-IF-ADJ(CV-I) TO CV-PT-EXT-ANS(CV-PT-IX)
060481         ADD CV-IF-HALF(CV-I) TO CV-PT-EXT-HALF(CV-PT-IX)
060490     END-IF
060500     IF CV-IF-LGR-SW(CV-I) = "N"
060600         MOVE "N" TO CV-FILE-OK-SW
060700     ELSE
077600     WRITE CAPVRPT-RECORD.
077700 5300-EXIT.
077800     EXIT.
077801*-----------------------------------------------------------------
077802* 5500-PRINT-TYPE-TOTALS REPEATS THE TOTALS COMPARISON ONE PUZZLE
077803* TYPE AT A TIME, SO A DAY2 SHORTFALL CANNOT HIDE BEHIND A DAY1
077804* SURPLUS IN THE GRAND TOTAL. A REPORT WITH NO SUBTOTAL LINES AT
077805* ALL, FOR A RUN THAT SCORED SOMETHING, IS ITSELF A DISCREPANCY.
077806*-----------------------------------------------------------------
077807 5500-PRINT-TYPE-TOTALS SECTION.
077808 5500-START.
077809     MOVE " " TO CAPVRPT-CTRL
077810     MOVE SPACES TO CAPVRPT-LINE
077811     WRITE CAPVRPT-RECORD
077812     MOVE " " TO CAPVRPT-CTRL
077813     MOVE SPACES TO CAPVRPT-LINE
077814     STRING "TOTALS BY PUZZLE TYPE, EXTRACT / CAPRPT:"
077815         DELIMITED BY SIZE INTO CAPVRPT-LINE
077816     WRITE CAPVRPT-RECORD
077817     IF NOT CV-RPT-TYPES-FOUND AND CV-IF-COUNT > ZERO
077818         ADD 1 TO CV-DISCREPANCIES
077819         MOVE " " TO CAPVRPT-CTRL
077820         MOVE SPACES TO CAPVRPT-LINE
077821         STRING "   CAPRPT PUZZLE-TYPE SUBTOTALS NOT FOUND - "
077822             "TYPES CANNOT BE CROSS-FOOTED"
077823             DELIMITED BY SIZE INTO CAPVRPT-LINE
077824         WRITE CAPVRPT-RECORD
077825         GO TO 5500-EXIT
077826     END-IF
077827     PERFORM 5510-PRINT-ONE-TYPE THRU 5510-EXIT
077828         VARYING CV-PT-IX FROM 1 BY 1
077829         UNTIL CV-PT-IX > CV-PT-COUNT.
077830 5500-EXIT.
077831     EXIT.
077832*-----------------------------------------------------------------
077833 5510-PRINT-ONE-TYPE SECTION.
077834 5510-START.
077835     IF CV-PT-RPT-SW(CV-PT-IX) NOT = "Y"
077836         ADD 1 TO CV-DISCREPANCIES
077837         MOVE " " TO CAPVRPT-CTRL
077838         MOVE SPACES TO CAPVRPT-LINE
077839         STRING "   " DELIMITED BY SIZE
077840             CV-PT-CODE(CV-PT-IX) DELIMITED BY SIZE
077841             " - NO USABLE SUBTOTAL LINE ON CAPRPT"
077842             DELIMITED BY SIZE INTO CAPVRPT-LINE
077843         WRITE CAPVRPT-RECORD
077844         GO TO 5510-EXIT
077845     END-IF
077846     MOVE SPACES TO CV-CL-LABEL
077847     STRING CV-PT-CODE(CV-PT-IX) DELIMITED BY SIZE
077848         " FILES / SCORED" DELIMITED BY SIZE INTO CV-CL-LABEL
077849     MOVE CV-PT-EXT-FILES(CV-PT-IX) TO CV-CL-V1
077850     MOVE CV-PT-RPT-SCORED(CV-PT-IX) TO CV-CL-V2
077851     IF CV-PT-EXT-FILES(CV-PT-IX) = CV-PT-RPT-SCORED(CV-PT-IX)
077852         MOVE "OK" TO CV-CL-STATUS
077853     ELSE
077854         ADD 1 TO CV-DISCREPANCIES
077855         MOVE "*** DIFFERS ***" TO CV-CL-STATUS
077856     END-IF
077857     MOVE " " TO CAPVRPT-CTRL
077858     MOVE CV-CMP-LINE TO CAPVRPT-LINE
077859     WRITE CAPVRPT-RECORD
077860     MOVE SPACES TO CV-CL-LABEL
077861     STRING CV-PT-CODE(CV-PT-IX) DELIMITED BY SIZE
077862         " PART 1 TOTAL" DELIMITED BY SIZE INTO CV-CL-LABEL
077863     MOVE CV-PT-EXT-ANS(CV-PT-IX) TO CV-CL-V1
077864     MOVE CV-PT-RPT-ANS(CV-PT-IX) TO CV-CL-V2
077865     IF CV-PT-EXT-ANS(CV-PT-IX) = CV-PT-RPT-ANS(CV-PT-IX)
077866         MOVE "OK" TO CV-CL-STATUS
077867     ELSE
077868         ADD 1 TO CV-DISCREPANCIES
077869         MOVE "*** DIFFERS ***" TO CV-CL-STATUS
077870     END-IF
077871     MOVE " " TO CAPVRPT-CTRL
077872     MOVE CV-CMP-LINE TO CAPVRPT-LINE
077873     WRITE CAPVRPT-RECORD
077874     MOVE SPACES TO CV-CL-LABEL
077875     STRING CV-PT-CODE(CV-PT-IX) DELIMITED BY SIZE
077876         " PART 2 TOTAL" DELIMITED BY SIZE INTO CV-CL-LABEL
077877     MOVE CV-PT-EXT-HALF(CV-PT-IX) TO CV-CL-V1
077878     MOVE CV-PT-RPT-HALF(CV-PT-IX) TO CV-CL-V2
077879     IF CV-PT-EXT-HALF(CV-PT-IX) = CV-PT-RPT-HALF(CV-PT-IX)
077880         MOVE "OK" TO CV-CL-STATUS
077881     ELSE
077882         ADD 1 TO CV-DISCREPANCIES
077883         MOVE "*** DIFFERS ***" TO CV-CL-STATUS
077884     END-IF
077885     MOVE " " TO CAPVRPT-CTRL
077886     MOVE CV-CMP-LINE TO CAPVRPT-LINE
077887     WRITE CAPVRPT-RECORD.
077888 5510-EXIT.
077889     EXIT.
077900*-----------------------------------------------------------------
078000 5400-PRINT-VERDICT SECTION.
078100 5400-START.
078400     WRITE CAPVRPT-RECORD
078500     MOVE " " TO CAPVRPT-CTRL
078600     MOVE SPACES TO CAPVRPT-LINE
078610     IF CV-ABANDONED
078620         STRING "*** " DELIMITED BY SIZE
078630             CV-FULL-TABLE DELIMITED BY SPACE
078640             " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPVERIF "
078650             "AND RERUN ***" DELIMITED BY SIZE
078660             INTO CAPVRPT-LINE
078670     ELSE
078680         IF CV-DISCREPANCIES = ZERO
078689             STRING "BATCH IS IN BALANCE - EXTRACT, LEDGER, "
078698                 "AUDIT TRAIL AND REPORT ALL CROSS-FOOT"
078710                 DELIMITED BY SIZE INTO CAPVRPT-LINE
078720         ELSE
078730             STRING "*********** BATCH OUT OF BALANCE - "
078740                 DELIMITED BY SIZE
078750                 CV-DISCREPANCIES DELIMITED BY SIZE
078760                 " DISCREPANCIES ***********" DELIMITED BY SIZE
078770                 INTO CAPVRPT-LINE
078780         END-IF
079700     END-IF
079800     WRITE CAPVRPT-RECORD
079900     MOVE " " TO CAPVRPT-CTRL
080886     MOVE CV-CAPVRPT-NAME(1:20) TO CV-RX-NAME
080888     MOVE "CAPVRPT" TO CV-RX-TYPE
080890     MOVE CV-RUN-DATE-X TO CV-RX-DATE
080891     EVALUATE TRUE
080892         WHEN CV-ABANDONED
080893             MOVE 16 TO CV-RX-RC
080894         WHEN CV-DISCREPANCIES = ZERO
080895             MOVE ZERO TO CV-RX-RC
080896         WHEN OTHER
080897             MOVE 8 TO CV-RX-RC
080898     END-EVALUATE
080899     WRITE CAPRPIDX-RECORD FROM CV-RPIDX-LINE
080900     CLOSE CAPRPIDX-FILE.
080901 6000-EXIT.
080902     EXIT.
080910*-----------------------------------------------------------------
080915* 9100-TABLE-FULL STOPS THE VERIFICATION WHEN THE TABLE NAMED IN
080920* CV-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. A ROW LEFT OUT OF A
080923* TABLE WOULD MAKE THE CROSS-FOOT MEANINGLESS, SO NO FURTHER
080926* PHASE RUNS - THE VERDICT LINE NAMES THE TABLE AND THE RUN ENDS
080929* WITH CONDITION 16.
080935*-----------------------------------------------------------------
080940 9100-TABLE-FULL SECTION.
080945 9100-START.
080950     IF CV-ABANDONED
080955         GO TO 9100-EXIT
080960     END-IF
080965     DISPLAY "CAPVERIF - " CV-FULL-TABLE
080970         " TABLE FULL - RUN STOPPED, BATCH NOT VERIFIED"
080975     MOVE "Y" TO CV-ABANDON-SW.
080980 9100-EXIT.
080985     EXIT.
080990*-----------------------------------------------------------------
081000 END PROGRAM CAPVERIF.
