003200*
003300* MODIFICATION HISTORY.
003400*   2026-09-03  M00SK  ORIGINAL VERSION.
003410*   2026-10-15  M00SK  CAPMFRPT IS NOW A DATED GENERATION
003420*                      (CAPMFRPT.YYYYMMDD) RECORDED ON THE
003430*                      CAPRPIDX INDEX, SO A MONTH OF MISSED-FEED
003440*                      REPORTS SURVIVES FOR CAPRPRNT AND THE
003450*                      MONTH-END VENDOR SCORECARD.
003459*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
003468*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
003477*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
003486*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
003488*   2026-10-15  M00SK  MORE SUSPENSE ROWS FOR THE RUN DATE THAN
003490*                      THE REJECT TABLE HOLDS NOW STOPS THE CHECK
003492*                      WITH CONDITION 16, INSTEAD OF PAGING FEEDS
003494*                      THAT WERE ONLY REJECTED AS MISSING.
003495*   2026-10-15  M00SK  CAPMAST ROWS CARRY THE DISPUTE HOLD FLAG
003496*                      AND DISPUTE NUMBER (136 BYTES); THE FD
003497*                      FOLLOWS.
003507*   2026-10-15  M00SK  CAPSTAT-RECORD WIDENED TO THE 80 BYTES
003517*                      CAPDRIVE AND CAPMERGE NOW WRITE. THE MAIN
003527*                      RECORD'S COLUMNS ARE UNCHANGED AND ONLY IT
003537*                      IS READ; THE PT TRAILERS AFTER IT ARE NOT.
003547******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. CAPCHECK.
003800 ENVIRONMENT DIVISION.
005400     SELECT CAPSTAT-FILE ASSIGN TO "CAPSTAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CK-CAPSTAT-STATUS.
005700     SELECT CAPMFRPT-FILE ASSIGN DYNAMIC CK-CAPMFRPT-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CK-CAPMFRPT-STATUS.
005910     SELECT CAPRPIDX-FILE ASSIGN TO "CAPRPIDX"
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS CK-CAPRPIDX-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CAPSRCE-FILE
007600     05  CM-DIGIT-COUNT                         PIC 9(08).
007700     05  CM-ANS                                 PIC 9(08).
007800     05  CM-HALFWAY                             PIC 9(08).
007810     05  CM-HOLD-FLAG                           PIC X(01).
007820         88  CM-ON-HOLD                         VALUE "H".
007830     05  CM-HOLD-DISPUTE                        PIC X(06).
007900 FD  CAPREJ-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  CAPREJ-RECORD                              PIC X(211).
008200 FD  CAPSTAT-FILE
008300     LABEL RECORDS ARE STANDARD.
008310 01  CAPSTAT-RECORD                             PIC X(80).
008500 FD  CAPMFRPT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CAPMFRPT-RECORD.
008800     05  CAPMFRPT-CTRL                          PIC X(01).
008900     05  CAPMFRPT-LINE                          PIC X(132).
008910 FD  CAPRPIDX-FILE
008920     LABEL RECORDS ARE STANDARD.
008930 01  CAPRPIDX-RECORD                            PIC X(43).
009000 WORKING-STORAGE SECTION.
009100 77  CK-CAPSRCE-STATUS                          PIC X(02).
009200 77  CK-CAPMAST-STATUS                          PIC X(02).
009300 77  CK-CAPREJ-STATUS                           PIC X(02).
009400 77  CK-CAPSTAT-STATUS                          PIC X(02).
009500 77  CK-CAPMFRPT-STATUS                         PIC X(02).
009506 77  CK-CAPRPIDX-STATUS                         PIC X(02).
009512 77  CK-CAPMFRPT-NAME                           PIC X(80)
009518                                               VALUE "CAPMFRPT".
009524 01  CK-RPIDX-LINE.
009530     05  CK-RX-NAME                             PIC X(20).
009536     05  FILLER                                 PIC X(01)
009542                                                VALUE SPACE.
009548     05  CK-RX-TYPE                             PIC X(08).
009554     05  FILLER                                 PIC X(01)
009560                                                VALUE SPACE.
009566     05  CK-RX-DATE                             PIC X(10).
009572     05  FILLER                                 PIC X(01)
009578                                                VALUE SPACE.
009584     05  CK-RX-RC                               PIC 9(02).
009600 77  CK-SRCE-EOF-SW                             PIC X(01)
009700                                                VALUE "N".
009800     88  CK-SRCE-EOF                            VALUE "Y".
013100                                                VALUE ZERO.
013200 77  CK-NEW-RC                                  PIC 9(02)
013300                                                VALUE ZERO.
013310 77  CK-FULL-TABLE                              PIC X(10)
013320                                                VALUE SPACES.
013330 77  CK-ABANDON-SW                              PIC X(01)
013340                                                VALUE "N".
013350     88  CK-ABANDONED                           VALUE "Y".
013400 77  CK-RUN-DATE-YYYYMMDD                       PIC 9(08)
013500                                                VALUE ZERO.
013600 77  CK-RUN-MMDD                                PIC 9(04)
019200                                                VALUE SPACES.
019300     05  CK-CL-LABEL                            PIC X(26).
019400     05  CK-CL-COUNT                            PIC Z(07)9.
019410*-----------------------------------------------------------------
019420* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
019430* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
019440*-----------------------------------------------------------------
019450 COPY CAPJOBA.
019500 PROCEDURE DIVISION.
019600 0000-MAIN SECTION.
019700*-----------------------------------------------------------------
019800 0000-MAINLINE.
019900     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
019910     PERFORM 0800-JOB-START THRU 0800-EXIT
019920     IF JC-REFUSED
019930         MOVE 16 TO RETURN-CODE
019940         STOP RUN
019950     END-IF
020000     PERFORM 0960-COMPUTE-WEEKDAY THRU 0960-EXIT
020100     OPEN OUTPUT CAPMFRPT-FILE
020200     IF CK-CAPMFRPT-STATUS NOT = "00"
020300         DISPLAY "CAPCHECK - UNABLE TO OPEN CAPMFRPT, STATUS "
020400             CK-CAPMFRPT-STATUS
020500         MOVE 8 TO RETURN-CODE
020510         PERFORM 0890-JOB-END THRU 0890-EXIT
020600         STOP RUN
020700     END-IF
020800     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
020900     PERFORM 1000-LOAD-REJECTS THRU 1000-EXIT
020910     IF NOT CK-ABANDONED
020920         PERFORM 1100-READ-STATUS THRU 1100-EXIT
020930         PERFORM 2000-CHECK-REGISTRY THRU 2000-EXIT
020940     END-IF
021200     PERFORM 3000-PRINT-VERDICT THRU 3000-EXIT
021300     CLOSE CAPMFRPT-FILE
021310     PERFORM 4000-WRITE-REPORT-INDEX THRU 4000-EXIT
021320     IF CK-FEEDS-MISSING = ZERO AND NOT CK-ABANDONED
021500         DISPLAY "CAPCHECK - ALL FEEDS DUE ON " CK-RUN-DATE-X
021600             " WERE ATTEMPTED"
021610     END-IF
021620     IF CK-FEEDS-MISSING > ZERO
021800         DISPLAY "CAPCHECK - *** " CK-FEEDS-MISSING
021900             " FEED(S) DUE BUT MISSING, SEE CAPMFRPT ***"
022000     END-IF
022100     MOVE CK-RUN-RC TO RETURN-CODE
022110     PERFORM 0890-JOB-END THRU 0890-EXIT
022200     STOP RUN.
022300 0000-EXIT.
022302     EXIT.
022304*-----------------------------------------------------------------
022306* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
022308* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
022310* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
022312*-----------------------------------------------------------------
022314 0800-JOB-START SECTION.
022316 0800-START.
022318     MOVE SPACES TO CAPJOB-COMMAREA
022320     MOVE "S" TO JC-FUNCTION
022322     MOVE "CAPCHECK" TO JC-PROGRAM
022324     MOVE 5 TO JC-LOCK-COUNT
022326     MOVE "CAPSRCE" TO JC-LOCK-DSN(1)
022328     MOVE "R" TO JC-LOCK-MODE(1)
022330     MOVE "CAPMAST" TO JC-LOCK-DSN(2)
022332     MOVE "R" TO JC-LOCK-MODE(2)
022334     MOVE "CAPREJ" TO JC-LOCK-DSN(3)
022336     MOVE "R" TO JC-LOCK-MODE(3)
022338     MOVE "CAPSTAT" TO JC-LOCK-DSN(4)
022340     MOVE "R" TO JC-LOCK-MODE(4)
022342     MOVE "CAPRPIDX" TO JC-LOCK-DSN(5)
022344     MOVE "U" TO JC-LOCK-MODE(5)
022346     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
022348 0800-EXIT.
022350     EXIT.
022352*-----------------------------------------------------------------
022354* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
022356* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
022358* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
022360*-----------------------------------------------------------------
022362 0890-JOB-END SECTION.
022364 0890-START.
022366     MOVE RETURN-CODE TO JC-CONDITION
022368     MOVE "E" TO JC-FUNCTION
022370     MOVE "DUE" TO JC-COUNT-LABEL(1)
022372     MOVE CK-FEEDS-DUE TO JC-COUNT-VALUE(1)
022374     MOVE "SCORED" TO JC-COUNT-LABEL(2)
022376     MOVE CK-FEEDS-SCORED TO JC-COUNT-VALUE(2)
022378     MOVE "REJECTED" TO JC-COUNT-LABEL(3)
022380     MOVE CK-FEEDS-REJECTED TO JC-COUNT-VALUE(3)
022382     MOVE "MISSING" TO JC-COUNT-LABEL(4)
022384     MOVE CK-FEEDS-MISSING TO JC-COUNT-VALUE(4)
022386     CALL "CAPJCTL" USING CAPJOB-COMMAREA
022388     MOVE JC-CONDITION TO RETURN-CODE.
022390 0890-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------------
022600* 0900-GET-RUN-DATE CAPTURES THE RUN DATE - TODAY, UNLESS THE
024000     MOVE SPACES TO CK-OVERRIDE-X
024100     ACCEPT CK-OVERRIDE-X FROM ENVIRONMENT "CAPRUNDT"
024200     IF CK-OVERRIDE-X = SPACES
024300         GO TO 0900-NAME
024400     END-IF
024500     IF CK-OVERRIDE-X(1:4) NUMERIC
024600             AND CK-OVERRIDE-X(5:1) = "-"
025400         DISPLAY "CAPCHECK - CAPRUNDT '" CK-OVERRIDE-X
025500             "' IS NOT YYYY-MM-DD, USING TODAY"
025600     END-IF.
025609*       THE REPORT IS A DATED GENERATION, NAMED FOR THE DATE BEING
025618*       CHECKED - A RERUN FOR AN EARLIER DAY REPLACES THAT DAY'S
025627*       GENERATION, NOT TODAY'S.
025636 0900-NAME.
025645     COMPUTE CK-RUN-DATE-YYYYMMDD =
025654         CK-RUN-YYYY * 10000 + CK-RUN-MM * 100 + CK-RUN-DD
025663     MOVE SPACES TO CK-CAPMFRPT-NAME
025672     STRING "CAPMFRPT." DELIMITED BY SIZE
025681         CK-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
025690         INTO CK-CAPMFRPT-NAME.
025700 0900-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------------
033500         GO TO 1000-READ-LOOP
033600     END-IF
033700     IF CK-REJ-COUNT >= 500
033710         MOVE "REJECT" TO CK-FULL-TABLE
033720         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
034000         GO TO 1000-READS-DONE
034100     END-IF
034200     ADD 1 TO CK-REJ-COUNT
057400     MOVE " " TO CAPMFRPT-CTRL
057500     MOVE SPACES TO CAPMFRPT-LINE
057600     EVALUATE TRUE
057601         WHEN CK-ABANDONED
057602             STRING "*** " DELIMITED BY SIZE
057603                 CK-FULL-TABLE DELIMITED BY SPACE
057604                 " TABLE FULL - NOTHING CHECKED, RAISE ITS "
057605                 "OCCURS LIMIT IN CAPCHECK AND RERUN ***"
057606                 DELIMITED BY SIZE INTO CAPMFRPT-LINE
057610         WHEN CK-FEEDS-MISSING = ZERO AND CK-RUN-RC < 8
057700             STRING "ALL FEEDS DUE TODAY WERE ATTEMPTED"
057800                 DELIMITED BY SIZE INTO CAPMFRPT-LINE
060200     WRITE CAPMFRPT-RECORD.
060300 3100-EXIT.
060400     EXIT.
060403*-----------------------------------------------------------------
060406* 4000-WRITE-REPORT-INDEX RECORDS THE CAPMFRPT GENERATION JUST
060409* WRITTEN ON THE CAPRPIDX INDEX - GENERATION NAME, REPORT TYPE,
060412* RUN DATE AND THE RUN'S CONDITION - SO CAPRPRNT CAN REPRINT IT
060415* AND THE VENDOR SCORECARD CAN FIND A MONTH OF THEM. A FAILURE
060418* HERE IS ONLY DISPLAYED - THE REPORT ITSELF IS ALREADY ON DISK.
060421*-----------------------------------------------------------------
060424 4000-WRITE-REPORT-INDEX SECTION.
060427 4000-START.
060430     OPEN EXTEND CAPRPIDX-FILE
060433     IF CK-CAPRPIDX-STATUS = "05" OR CK-CAPRPIDX-STATUS = "35"
060436         OPEN OUTPUT CAPRPIDX-FILE
060439     END-IF
060442     IF CK-CAPRPIDX-STATUS NOT = "00"
060445         DISPLAY "CAPCHECK - UNABLE TO OPEN CAPRPIDX, STATUS "
060448             CK-CAPRPIDX-STATUS
060451         GO TO 4000-EXIT
060454     END-IF
060457     MOVE CK-CAPMFRPT-NAME(1:20) TO CK-RX-NAME
060460     MOVE "CAPMFRPT" TO CK-RX-TYPE
060463     MOVE CK-RUN-DATE-X TO CK-RX-DATE
060466     MOVE CK-RUN-RC TO CK-RX-RC
060469     WRITE CAPRPIDX-RECORD FROM CK-RPIDX-LINE
060472     CLOSE CAPRPIDX-FILE.
060475 4000-EXIT.
060478     EXIT.
060500*-----------------------------------------------------------------
060600* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
060700* CK-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
061500 9000-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------------
061706* 9100-TABLE-FULL STOPS THE CHECK WHEN THE TABLE NAMED IN
061712* CK-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. A FEED WHOSE REJECT DID
061718* NOT FIT WOULD BE PAGED AS MISSING WHEN IT ARRIVED, SO NO FEED IS
061724* JUDGED; 3000-PRINT-VERDICT NAMES THE TABLE ON THE REPORT.
061730*-----------------------------------------------------------------
061736 9100-TABLE-FULL SECTION.
061742 9100-START.
061748     DISPLAY "CAPCHECK - " CK-FULL-TABLE
061754         " TABLE FULL - RUN STOPPED, NO FEED CHECKED"
061760     MOVE "Y" TO CK-ABANDON-SW
061766     MOVE 16 TO CK-NEW-RC
061772     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
061778 9100-EXIT.
061784     EXIT.
061790*-----------------------------------------------------------------
061800 END PROGRAM CAPCHECK.
