000100******************************************************************
000200* AUTHOR.     M00SK.
000300* INSTALLATION. ADVENT-OF-CODE BATCH SHOP.
000400* DATE-WRITTEN. 2026-10-15.
000500* DATE-COMPILED.
000600* PURPOSE.    LIST AND CLEAR STALE DATASET LOCKS ON CAPLOCK.
000700*
000800*             A JOB RELEASES ITS CAPLOCK LOCKS THROUGH CAPJCTL
000900*             WHEN IT ENDS. A JOB THAT ABENDS NEVER GETS THERE,
001000*             AND EVERY LATER JOB THAT NEEDS ONE OF ITS DATASETS
001100*             IS REFUSED, NAMING THE HOLDER. ONCE THE OPERATOR HAS
001200*             MADE SURE THE HOLDER IS NOT RUNNING, THIS JOB CLEARS
001300*             ITS LOCKS.
001400*
001500*             THE LOCKS TO CLEAR ARE CHOSEN BY TWO SETTINGS:
001600*
001700*               CAPUNPGM  THE PROGRAM THAT HOLDS THEM
001800*               CAPUNDSN  ONE DATASET NAME, EXACTLY AS IT IS HELD
001900*
002000*             A LOCK IS CLEARED IF IT MATCHES EVERY SETTING GIVEN.
002100*             WITH NEITHER SETTING NOTHING IS CLEARED - THE LOCKS
002200*             HELD ARE ONLY LISTED, WHICH IS THE WAY TO LOOK
002300*             BEFORE CLEARING. EVERY LOCK SEEN IS PRINTED ON
002400*             CAPULRPT AS CLEARED OR STILL HELD. THE RUN IS LOGGED
002500*             ON CAPJOBLG LIKE ANY OTHER JOB, SO THE RUN-BOOK
002600*             SHOWS WHO CLEARED LOCKS AND WHEN.
002700*
002800*             CAPLOCK IS REWRITTEN THROUGH THE CAPLKWRK WORK FILE,
002900*             THE SAME COPY-BACK CAPJCTL USES TO RELEASE LOCKS.
003000*
003100*             CONDITIONS: 0 CLEAN, 4 THE SETTINGS MATCHED NO LOCK,
003200*             8 CAPLOCK OR REPORT FILE TROUBLE.
003300*
003400* MODIFICATION HISTORY.
003500*   2026-10-15  M00SK  ORIGINAL VERSION.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. CAPUNLCK.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CAPLOCK-FILE ASSIGN TO "CAPLOCK"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS UL-CAPLOCK-STATUS.
004500     SELECT CAPLKWRK-FILE ASSIGN TO "CAPLKWRK"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS UL-CAPLKWRK-STATUS.
004800     SELECT CAPULRPT-FILE ASSIGN TO "CAPULRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS UL-CAPULRPT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CAPLOCK-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  CAPLOCK-RECORD.
005600     05  LK-DSN                                 PIC X(12).
005700     05  FILLER                                 PIC X(01).
005800     05  LK-MODE                                PIC X(01).
005900     05  FILLER                                 PIC X(01).
006000     05  LK-PROGRAM                             PIC X(08).
006100     05  FILLER                                 PIC X(01).
006200     05  LK-USERID                              PIC X(20).
006300     05  FILLER                                 PIC X(01).
006400     05  LK-TAKEN                               PIC X(19).
006500     05  FILLER                                 PIC X(16).
006600 FD  CAPLKWRK-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  CAPLKWRK-RECORD                            PIC X(80).
006900 FD  CAPULRPT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  CAPULRPT-RECORD.
007200     05  CAPULRPT-CTRL                          PIC X(01).
007300     05  CAPULRPT-LINE                          PIC X(132).
007400 WORKING-STORAGE SECTION.
007500 77  UL-CAPLOCK-STATUS                          PIC X(02).
007600 77  UL-CAPLKWRK-STATUS                         PIC X(02).
007700 77  UL-CAPULRPT-STATUS                         PIC X(02).
007800 77  UL-WANT-PROGRAM                            PIC X(08)
007900                                                VALUE SPACES.
008000 77  UL-WANT-DSN                                PIC X(12)
008100                                                VALUE SPACES.
008200 77  UL-LIST-SW                                 PIC X(01)
008300                                                VALUE "N".
008400     88  UL-LIST-ONLY                           VALUE "Y".
008500 77  UL-LOCK-EOF-SW                             PIC X(01)
008600                                                VALUE "N".
008700     88  UL-LOCK-EOF                            VALUE "Y".
008800 77  UL-LOCKS-SEEN                              PIC 9(08)
008900                                                VALUE ZERO.
009000 77  UL-LOCKS-CLEARED                           PIC 9(08)
009100                                                VALUE ZERO.
009200 77  UL-LOCKS-KEPT                              PIC 9(08)
009300                                                VALUE ZERO.
009400 77  UL-RUN-RC                                  PIC 9(02)
009500                                                VALUE ZERO.
009600 77  UL-NEW-RC                                  PIC 9(02)
009700                                                VALUE ZERO.
009800 77  UL-COUNT-ED                                PIC Z(07)9.
009900 01  UL-HEAD-LINE-1.
010000     05  FILLER                                 PIC X(14)
010100                                                VALUE "DATASET".
010200     05  FILLER                                 PIC X(06)
010300                                                VALUE "MODE".
010400     05  FILLER                                 PIC X(10)
010500                                                VALUE "PROGRAM".
010600     05  FILLER                                 PIC X(22)
010700                                                VALUE "USER".
010800     05  FILLER                                 PIC X(21)
010900                                                VALUE "TAKEN".
011000     05  FILLER                                 PIC X(59)
011100                                                VALUE "ACTION".
011200 01  UL-DETAIL-LINE.
011300     05  UL-DL-DSN                              PIC X(12).
011400     05  FILLER                                 PIC X(02)
011500                                                VALUE SPACES.
011600     05  UL-DL-MODE                             PIC X(01).
011700     05  FILLER                                 PIC X(05)
011800                                                VALUE SPACES.
011900     05  UL-DL-PROGRAM                          PIC X(08).
012000     05  FILLER                                 PIC X(02)
012100                                                VALUE SPACES.
012200     05  UL-DL-USERID                           PIC X(20).
012300     05  FILLER                                 PIC X(02)
012400                                                VALUE SPACES.
012500     05  UL-DL-TAKEN                            PIC X(19).
012600     05  FILLER                                 PIC X(02)
012700                                                VALUE SPACES.
012800     05  UL-DL-ACTION                           PIC X(59).
012900*-----------------------------------------------------------------
013000* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
013100* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
013200*-----------------------------------------------------------------
013300 COPY CAPJOBA.
013400 PROCEDURE DIVISION.
013500 0000-MAIN SECTION.
013600*-----------------------------------------------------------------
013700* THE RUN TAKES NO LOCKS OF ITS OWN - IT IS THE ONE JOB THAT MUST
013800* STILL RUN WHEN A STALE LOCK STOPS EVERYTHING ELSE.
013900*-----------------------------------------------------------------
014000 0000-MAINLINE.
014100     PERFORM 0800-JOB-START THRU 0800-EXIT
014200     IF JC-REFUSED
014300         MOVE 16 TO RETURN-CODE
014400         STOP RUN
014500     END-IF
014600     PERFORM 0900-GET-SETTINGS THRU 0900-EXIT
014700     OPEN OUTPUT CAPULRPT-FILE
014800     IF UL-CAPULRPT-STATUS NOT = "00"
014900         DISPLAY "CAPUNLCK - UNABLE TO OPEN CAPULRPT, STATUS "
015000             UL-CAPULRPT-STATUS " - NOTHING CLEARED"
015100         MOVE 8 TO RETURN-CODE
015200         PERFORM 0890-JOB-END THRU 0890-EXIT
015300         STOP RUN
015400     END-IF
015500     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
015600     PERFORM 1000-SCAN-LOCKS THRU 1000-EXIT
015700     IF UL-LOCKS-CLEARED > ZERO
015800         PERFORM 2000-COPY-BACK THRU 2000-EXIT
015900     END-IF
016000     IF NOT UL-LIST-ONLY AND UL-LOCKS-CLEARED = ZERO
016100         DISPLAY "CAPUNLCK - NO LOCK MATCHED THE SETTINGS - "
016200             "NOTHING CLEARED"
016300         MOVE 4 TO UL-NEW-RC
016400         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
016500     END-IF
016600     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
016700     CLOSE CAPULRPT-FILE
016800     DISPLAY "CAPUNLCK - LOCKS SEEN " UL-LOCKS-SEEN
016900         ", CLEARED " UL-LOCKS-CLEARED
017000         ", STILL HELD " UL-LOCKS-KEPT
017100     MOVE UL-RUN-RC TO RETURN-CODE
017200     PERFORM 0890-JOB-END THRU 0890-EXIT
017300     STOP RUN.
017400 0000-EXIT.
017500     EXIT.
017600*-----------------------------------------------------------------
017700* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG THROUGH CAPJCTL.
017800* NO DATASET IS LOCKED, SO ONLY A CAPLOCK THAT CANNOT BE READ
017900* BRINGS JC-REFUSED BACK SET.
018000*-----------------------------------------------------------------
018100 0800-JOB-START SECTION.
018200 0800-START.
018300     MOVE SPACES TO CAPJOB-COMMAREA
018400     MOVE "S" TO JC-FUNCTION
018500     MOVE "CAPUNLCK" TO JC-PROGRAM
018600     MOVE 0 TO JC-LOCK-COUNT
018700     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
018800 0800-EXIT.
018900     EXIT.
019000*-----------------------------------------------------------------
019100* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
019200* CODE AND KEY COUNTS. THE JOB'S OWN CONDITION IS PUT BACK IN
019300* RETURN-CODE AFTER THE CALL.
019400*-----------------------------------------------------------------
019500 0890-JOB-END SECTION.
019600 0890-START.
019700     MOVE RETURN-CODE TO JC-CONDITION
019800     MOVE "E" TO JC-FUNCTION
019900     MOVE "SEEN" TO JC-COUNT-LABEL(1)
020000     MOVE UL-LOCKS-SEEN TO JC-COUNT-VALUE(1)
020100     MOVE "CLEARED" TO JC-COUNT-LABEL(2)
020200     MOVE UL-LOCKS-CLEARED TO JC-COUNT-VALUE(2)
020300     MOVE "STILL HELD" TO JC-COUNT-LABEL(3)
020400     MOVE UL-LOCKS-KEPT TO JC-COUNT-VALUE(3)
020500     CALL "CAPJCTL" USING CAPJOB-COMMAREA
020600     MOVE JC-CONDITION TO RETURN-CODE.
020700 0890-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------------
021000* 0900-GET-SETTINGS READS CAPUNPGM AND CAPUNDSN. WITH NEITHER SET
021100* THE RUN ONLY LISTS.
021200*-----------------------------------------------------------------
021300 0900-GET-SETTINGS SECTION.
021400 0900-START.
021500     MOVE SPACES TO UL-WANT-PROGRAM
021600     ACCEPT UL-WANT-PROGRAM FROM ENVIRONMENT "CAPUNPGM"
021700     MOVE SPACES TO UL-WANT-DSN
021800     ACCEPT UL-WANT-DSN FROM ENVIRONMENT "CAPUNDSN"
021900     IF UL-WANT-PROGRAM = SPACES AND UL-WANT-DSN = SPACES
022000         MOVE "Y" TO UL-LIST-SW
022100         DISPLAY "CAPUNLCK - NEITHER CAPUNPGM NOR CAPUNDSN IS "
022200             "SET - "
022300             "LOCKS ARE LISTED, NOTHING IS CLEARED"
022400     END-IF.
022500 0900-EXIT.
022600     EXIT.
022700*-----------------------------------------------------------------
022800 0950-PRINT-REPORT-HEADER SECTION.
022900 0950-START.
023000     MOVE "1" TO CAPULRPT-CTRL
023100     MOVE SPACES TO CAPULRPT-LINE
023200     STRING "CAPUNLCK - STALE DATASET LOCK CLEARANCE"
023300         DELIMITED BY SIZE INTO CAPULRPT-LINE
023400     WRITE CAPULRPT-RECORD
023500     MOVE " " TO CAPULRPT-CTRL
023600     MOVE SPACES TO CAPULRPT-LINE
023700     STRING "RUN STARTED....... " DELIMITED BY SIZE
023800         JC-STARTED DELIMITED BY SIZE
023900         "     BY " DELIMITED BY SIZE
024000         JC-USERID DELIMITED BY SIZE
024100         INTO CAPULRPT-LINE
024200     WRITE CAPULRPT-RECORD
024300     MOVE SPACES TO CAPULRPT-LINE
024400     IF UL-LIST-ONLY
024500         MOVE "CLEARING.......... NOTHING - LIST ONLY"
024600             TO CAPULRPT-LINE
024700     ELSE
024800         STRING "CLEARING.......... PROGRAM " DELIMITED BY SIZE
024900             UL-WANT-PROGRAM DELIMITED BY SIZE
025000             "  DATASET " DELIMITED BY SIZE
025100             UL-WANT-DSN DELIMITED BY SIZE
025200             "  (BLANK = ANY)" DELIMITED BY SIZE
025300             INTO CAPULRPT-LINE
025400     END-IF
025500     WRITE CAPULRPT-RECORD
025600     MOVE SPACES TO CAPULRPT-LINE
025700     WRITE CAPULRPT-RECORD
025800     MOVE UL-HEAD-LINE-1 TO CAPULRPT-LINE
025900     WRITE CAPULRPT-RECORD.
026000 0950-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------------
026300* 1000-SCAN-LOCKS READS CAPLOCK, PRINTING EVERY LOCK, AND COPIES
026400* THE ONES TO KEEP TO CAPLKWRK. NO CAPLOCK MEANS NOTHING IS HELD.
026500*-----------------------------------------------------------------
026600 1000-SCAN-LOCKS SECTION.
026700 1000-START.
026800     OPEN INPUT CAPLOCK-FILE
026900     IF UL-CAPLOCK-STATUS = "05" OR UL-CAPLOCK-STATUS = "35"
027000         GO TO 1000-EXIT
027100     END-IF
027200     IF UL-CAPLOCK-STATUS NOT = "00"
027300         DISPLAY "CAPUNLCK - UNABLE TO READ CAPLOCK, STATUS "
027400             UL-CAPLOCK-STATUS " - NOTHING CLEARED"
027500         MOVE 8 TO UL-NEW-RC
027600         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
027700         GO TO 1000-EXIT
027800     END-IF
027900     IF NOT UL-LIST-ONLY
028000         OPEN OUTPUT CAPLKWRK-FILE
028100         IF UL-CAPLKWRK-STATUS NOT = "00"
028200             DISPLAY "CAPUNLCK - UNABLE TO OPEN CAPLKWRK, STATUS "
028300                 UL-CAPLKWRK-STATUS " - LOCKS LISTED ONLY"
028400             MOVE "Y" TO UL-LIST-SW
028500             MOVE 8 TO UL-NEW-RC
028600             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
028700         END-IF
028800     END-IF
028900     MOVE "N" TO UL-LOCK-EOF-SW
029000     PERFORM 1100-CHECK-ONE-LOCK THRU 1100-EXIT
029100         UNTIL UL-LOCK-EOF
029200     CLOSE CAPLOCK-FILE
029300     IF NOT UL-LIST-ONLY
029400         CLOSE CAPLKWRK-FILE
029500     END-IF.
029600 1000-EXIT.
029700     EXIT.
029800*-----------------------------------------------------------------
029900 1100-CHECK-ONE-LOCK SECTION.
030000 1100-START.
030100     READ CAPLOCK-FILE
030200         AT END
030300             MOVE "Y" TO UL-LOCK-EOF-SW
030400             GO TO 1100-EXIT
030500     END-READ
030600     IF CAPLOCK-RECORD = SPACES
030700         GO TO 1100-EXIT
030800     END-IF
030900     ADD 1 TO UL-LOCKS-SEEN
031000     MOVE LK-DSN TO UL-DL-DSN
031100     MOVE LK-MODE TO UL-DL-MODE
031200     MOVE LK-PROGRAM TO UL-DL-PROGRAM
031300     MOVE LK-USERID TO UL-DL-USERID
031400     MOVE LK-TAKEN TO UL-DL-TAKEN
031500     IF UL-LIST-ONLY
031600         GO TO 1100-KEEP
031700     END-IF
031800     IF UL-WANT-PROGRAM NOT = SPACES
031900             AND UL-WANT-PROGRAM NOT = LK-PROGRAM
032000         GO TO 1100-KEEP
032100     END-IF
032200     IF UL-WANT-DSN NOT = SPACES AND UL-WANT-DSN NOT = LK-DSN
032300         GO TO 1100-KEEP
032400     END-IF
032500     ADD 1 TO UL-LOCKS-CLEARED
032600     MOVE "CLEARED" TO UL-DL-ACTION
032700     PERFORM 8000-PRINT-DETAIL THRU 8000-EXIT
032800     GO TO 1100-EXIT.
032900 1100-KEEP.
033000     ADD 1 TO UL-LOCKS-KEPT
033100     MOVE "STILL HELD" TO UL-DL-ACTION
033200     PERFORM 8000-PRINT-DETAIL THRU 8000-EXIT
033300     IF NOT UL-LIST-ONLY
033400         WRITE CAPLKWRK-RECORD FROM CAPLOCK-RECORD
033500     END-IF.
033600 1100-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------------
033900* 2000-COPY-BACK REPLACES CAPLOCK WITH THE LOCKS KEPT ON CAPLKWRK.
034000*-----------------------------------------------------------------
034100 2000-COPY-BACK SECTION.
034200 2000-START.
034300     OPEN INPUT CAPLKWRK-FILE
034400     OPEN OUTPUT CAPLOCK-FILE
034500     IF UL-CAPLKWRK-STATUS NOT = "00"
034600             OR UL-CAPLOCK-STATUS NOT = "00"
034700         DISPLAY "CAPUNLCK - CAPLOCK REWRITE FAILED, STATUS "
034800             UL-CAPLOCK-STATUS "/" UL-CAPLKWRK-STATUS
034900             " - THE LOCKS KEPT ARE ON CAPLKWRK"
035000         MOVE 8 TO UL-NEW-RC
035100         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
035200         GO TO 2000-EXIT
035300     END-IF.
035400 2000-COPY-LOOP.
035500     READ CAPLKWRK-FILE
035600         AT END
035700             GO TO 2000-COPY-DONE
035800     END-READ
035900     WRITE CAPLOCK-RECORD FROM CAPLKWRK-RECORD
036000     GO TO 2000-COPY-LOOP.
036100 2000-COPY-DONE.
036200     CLOSE CAPLKWRK-FILE
036300     CLOSE CAPLOCK-FILE.
036400 2000-EXIT.
036500     EXIT.
036600*-----------------------------------------------------------------
036700 3000-PRINT-TOTALS SECTION.
036800 3000-START.
036900     MOVE " " TO CAPULRPT-CTRL
037000     IF UL-LOCKS-SEEN = ZERO
037100         MOVE SPACES TO CAPULRPT-LINE
037200         MOVE "     NO LOCKS HELD" TO CAPULRPT-LINE
037300         WRITE CAPULRPT-RECORD
037400     END-IF
037500     MOVE SPACES TO CAPULRPT-LINE
037600     WRITE CAPULRPT-RECORD
037700     MOVE UL-LOCKS-SEEN TO UL-COUNT-ED
037800     MOVE SPACES TO CAPULRPT-LINE
037900     STRING "LOCKS SEEN........ " DELIMITED BY SIZE
038000         UL-COUNT-ED DELIMITED BY SIZE INTO CAPULRPT-LINE
038100     WRITE CAPULRPT-RECORD
038200     MOVE UL-LOCKS-CLEARED TO UL-COUNT-ED
038300     MOVE SPACES TO CAPULRPT-LINE
038400     STRING "LOCKS CLEARED..... " DELIMITED BY SIZE
038500         UL-COUNT-ED DELIMITED BY SIZE INTO CAPULRPT-LINE
038600     WRITE CAPULRPT-RECORD
038700     MOVE UL-LOCKS-KEPT TO UL-COUNT-ED
038800     MOVE SPACES TO CAPULRPT-LINE
038900     STRING "LOCKS STILL HELD.. " DELIMITED BY SIZE
039000         UL-COUNT-ED DELIMITED BY SIZE INTO CAPULRPT-LINE
039100     WRITE CAPULRPT-RECORD
039200     MOVE SPACES TO CAPULRPT-LINE
039300     WRITE CAPULRPT-RECORD
039400     MOVE "***** END OF CAPUNLCK LOCK CLEARANCE *****"
039500         TO CAPULRPT-LINE
039600     WRITE CAPULRPT-RECORD.
039700 3000-EXIT.
039800     EXIT.
039900*-----------------------------------------------------------------
040000 8000-PRINT-DETAIL SECTION.
040100 8000-START.
040200     MOVE " " TO CAPULRPT-CTRL
040300     MOVE UL-DETAIL-LINE TO CAPULRPT-LINE
040400     WRITE CAPULRPT-RECORD.
040500 8000-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------------
040800* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
040900* UL-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
041000* CONDITIONS ONLY EVER ESCALATE.
041100*-----------------------------------------------------------------
041200 9000-RAISE-CONDITION SECTION.
041300 9000-START.
041400     IF UL-NEW-RC > UL-RUN-RC
041500         MOVE UL-NEW-RC TO UL-RUN-RC
041600     END-IF.
041700 9000-EXIT.
041800     EXIT.
041900*-----------------------------------------------------------------
042000 END PROGRAM CAPUNLCK.
