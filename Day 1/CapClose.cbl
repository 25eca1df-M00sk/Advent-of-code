003200*
003300* MODIFICATION HISTORY.
003400*   2026-09-03  M00SK  ORIGINAL VERSION.
003410*   2026-10-15  M00SK  READS BOTH LEDGER LAYOUTS AND KEEPS ITS
003420*                      BALANCE-FORWARD TOTALS BY THE FULL 80-BYTE
003430*                      SOURCE NAME WHEN A V2 ROW CARRIES ONE.
003440*                      CAPLCTL RECORDS GAIN A V2 EXTENSION AREA
003450*                      (COLS 90-177) WITH THE PUZZLE TYPE AND THE
003460*                      FULL NAME; COLS 1-88 ARE UNCHANGED.
003467*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
003474*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
003481*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
003488*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
003490*   2026-10-15  M00SK  A FULL SOURCE TABLE NOW STOPS THE CLOSE
003493*                      WITH CONDITION 16 AND A LINE ON THE
003496*                      SUMMARY, THE LIVE LEDGER UNTOUCHED.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. CAPCLOSE.
005700 FILE SECTION.
005800 FD  CAPLEDGR-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CAPLEDGR-RECORD                            PIC X(177).
006100 FD  CAPLPER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  CAPLPER-RECORD                             PIC X(177).
006400 FD  CAPLDGWK-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  CAPLDGWK-RECORD                            PIC X(177).
006610 FD  CAPLPRWK-FILE
006620     LABEL RECORDS ARE STANDARD.
006630 01  CAPLPRWK-RECORD                            PIC X(177).
006640 FD  CAPCTLWK-FILE
006650     LABEL RECORDS ARE STANDARD.
006660 01  CAPCTLWK-RECORD                            PIC X(177).
006700 FD  CAPLCTL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  CAPLCTL-RECORD                             PIC X(177).
007000 FD  CAPCLRPT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  CAPCLRPT-RECORD.
011400                                                VALUE ZERO.
011500 77  CL-NEW-RC                                  PIC 9(02)
011600                                                VALUE ZERO.
011610 77  CL-FULL-TABLE                              PIC X(10)
011620                                                VALUE SPACES.
011630 77  CL-ABANDON-SW                              PIC X(01)
011640                                                VALUE "N".
011650     88  CL-ABANDONED                           VALUE "Y".
011700 77  CL-RUN-DATE-YYYYMMDD                       PIC 9(08)
011800                                                VALUE ZERO.
011900 77  CL-RUN-MMDD                                PIC 9(04)
013400 01  CL-WORK-FIELDS.
013500     05  CL-ANS-X                               PIC X(08).
013600     05  CL-ANS-9                               PIC 9(08).
013700     05  CL-ROW-SOURCE                          PIC X(80).
013710     05  CL-ROW-PUZZLE                          PIC X(04).
013800*-----------------------------------------------------------------
013900* ONE CL-SRC-ENTRY PER SOURCE SEEN IN THE MONTH BEING CLOSED -
014000* THE BALANCE-FORWARD NUMBERS THAT BECOME ITS CAPLCTL CONTROL
014400     05  CL-SRC-COUNT                           PIC 9(04) COMP
014500                                                VALUE ZERO.
014600     05  CL-SRC-ENTRY OCCURS 500 TIMES.
014700         10  CL-SR-SOURCE                       PIC X(80).
014710         10  CL-SR-PUZZLE                       PIC X(04).
014800         10  CL-SR-ENTRIES                      PIC 9(08).
014900         10  CL-SR-TOTAL                        PIC 9(12).
015000         10  CL-SR-HIGH                         PIC 9(08).
016600     05  FILLER                                 PIC X(01)
016700                                                VALUE SPACE.
016800     05  CL-CT-LOW                              PIC 9(08).
016810*    V2 EXTENSION AREA - COLS 1-88 KEEP THEIR OLD MEANING.
016820     05  FILLER                                 PIC X(01)
016830                                                VALUE SPACE.
016840     05  CL-CT-VERSION                          PIC X(02)
016850                                                VALUE "V2".
016860     05  FILLER                                 PIC X(01)
016870                                                VALUE SPACE.
016880     05  CL-CT-PUZZLE                           PIC X(04).
016890     05  FILLER                                 PIC X(01)
016892                                                VALUE SPACE.
016894     05  CL-CT-FULL-SOURCE                      PIC X(80).
016900 01  CL-CTL-PRT-LINE.
017000     05  FILLER                                 PIC X(03)
017100                                                VALUE SPACES.
017200     05  CL-CP-SOURCE                           PIC X(80).
017300     05  FILLER                                 PIC X(02)
017400                                                VALUE SPACES.
017500     05  CL-CP-ENTRIES                          PIC Z(07)9.
018700                                                VALUE SPACES.
018800     05  CL-TL-LABEL                            PIC X(24).
018900     05  CL-TL-COUNT                            PIC Z(07)9.
018910*-----------------------------------------------------------------
018920* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
018930* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
018940*-----------------------------------------------------------------
018950 COPY CAPJOBA.
019000 PROCEDURE DIVISION.
019100 0000-MAIN SECTION.
019200*-----------------------------------------------------------------
019900*-----------------------------------------------------------------
020000 0000-MAINLINE.
020100     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
020110     PERFORM 0800-JOB-START THRU 0800-EXIT
020120     IF JC-REFUSED
020130         MOVE 16 TO RETURN-CODE
020140         STOP RUN
020150     END-IF
020200     PERFORM 0950-GET-PERIOD THRU 0950-EXIT
020300     IF NOT CL-PERIOD-OK
020400         MOVE 16 TO CL-NEW-RC
020500         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
020600         MOVE CL-RUN-RC TO RETURN-CODE
020610         PERFORM 0890-JOB-END THRU 0890-EXIT
020700         STOP RUN
020800     END-IF
020900     PERFORM 1000-SPLIT-LEDGER THRU 1000-EXIT
021800         ", CLOSED TO PERIOD " CL-ROWS-CLOSED
021900         ", RETAINED " CL-ROWS-RETAINED
022000     MOVE CL-RUN-RC TO RETURN-CODE
022010     PERFORM 0890-JOB-END THRU 0890-EXIT
022100     STOP RUN.
022200 0000-EXIT.
022202     EXIT.
022204*-----------------------------------------------------------------
022206* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
022208* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
022210* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
022212*-----------------------------------------------------------------
022214 0800-JOB-START SECTION.
022216 0800-START.
022218     MOVE SPACES TO CAPJOB-COMMAREA
022220     MOVE "S" TO JC-FUNCTION
022222     MOVE "CAPCLOSE" TO JC-PROGRAM
022224     MOVE 3 TO JC-LOCK-COUNT
022226     MOVE "CAPLEDGR" TO JC-LOCK-DSN(1)
022228     MOVE "U" TO JC-LOCK-MODE(1)
022230     MOVE "CAPLPER*" TO JC-LOCK-DSN(2)
022232     MOVE "U" TO JC-LOCK-MODE(2)
022234     MOVE "CAPLCTL" TO JC-LOCK-DSN(3)
022236     MOVE "U" TO JC-LOCK-MODE(3)
022238     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
022240 0800-EXIT.
022242     EXIT.
022244*-----------------------------------------------------------------
022246* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
022248* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
022250* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
022252*-----------------------------------------------------------------
022254 0890-JOB-END SECTION.
022256 0890-START.
022258     MOVE RETURN-CODE TO JC-CONDITION
022260     MOVE "E" TO JC-FUNCTION
022262     MOVE "READ" TO JC-COUNT-LABEL(1)
022264     MOVE CL-ROWS-READ TO JC-COUNT-VALUE(1)
022266     MOVE "CLOSED" TO JC-COUNT-LABEL(2)
022268     MOVE CL-ROWS-CLOSED TO JC-COUNT-VALUE(2)
022270     MOVE "RETAINED" TO JC-COUNT-LABEL(3)
022272     MOVE CL-ROWS-RETAINED TO JC-COUNT-VALUE(3)
022274     CALL "CAPJCTL" USING CAPJOB-COMMAREA
022276     MOVE JC-CONDITION TO RETURN-CODE.
022278 0890-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------------
022500 0900-GET-RUN-DATE SECTION.
034600         GO TO 1000-NEXT
034700     END-IF
034800     MOVE CL-ANS-X TO CL-ANS-9
034810*    A V2 ROW IS TOTALLED UNDER ITS FULL SOURCE NAME; AN OLD
034820*    ROW HAS ONLY THE 40-BYTE NAME AND NO PUZZLE TYPE.
034830     IF CAPLEDGR-RECORD(81:2) = "V2"
034840         MOVE CAPLEDGR-RECORD(98:80) TO CL-ROW-SOURCE
034850         MOVE CAPLEDGR-RECORD(84:4) TO CL-ROW-PUZZLE
034860     ELSE
034870         MOVE CAPLEDGR-RECORD(12:40) TO CL-ROW-SOURCE
034880         MOVE SPACES TO CL-ROW-PUZZLE
034890     END-IF
034910     IF CAPLEDGR-RECORD(62:8) = "REVERSAL"
034920         MOVE "Y" TO CL-REV-ROW-SW
034930         ADD 1 TO CL-ROWS-REVRSL
040500         UNTIL CL-S > CL-SRC-COUNT OR CL-SRC-HIT
040600     IF NOT CL-SRC-HIT
040700         IF CL-SRC-COUNT >= 500
040710             MOVE "SOURCE" TO CL-FULL-TABLE
040720             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
041200             GO TO 1700-EXIT
041300         END-IF
041400         ADD 1 TO CL-SRC-COUNT
041500         MOVE CL-SRC-COUNT TO CL-SRC-SLOT
041600         MOVE CL-ROW-SOURCE TO CL-SR-SOURCE(CL-SRC-SLOT)
041610         MOVE CL-ROW-PUZZLE TO CL-SR-PUZZLE(CL-SRC-SLOT)
041700         MOVE ZERO TO CL-SR-ENTRIES(CL-SRC-SLOT)
041800         MOVE ZERO TO CL-SR-TOTAL(CL-SRC-SLOT)
041900         MOVE ZERO TO CL-SR-HIGH(CL-SRC-SLOT)
042000         MOVE 99999999 TO CL-SR-LOW(CL-SRC-SLOT)
042100     END-IF
042110     IF CL-SR-PUZZLE(CL-SRC-SLOT) = SPACES
042120         MOVE CL-ROW-PUZZLE TO CL-SR-PUZZLE(CL-SRC-SLOT)
042130     END-IF
042200     ADD 1 TO CL-SR-ENTRIES(CL-SRC-SLOT)
042300     ADD CL-ANS-9 TO CL-SR-TOTAL(CL-SRC-SLOT)
042400     IF CL-ANS-9 > CL-SR-HIGH(CL-SRC-SLOT)
047000 2100-START.
047100     MOVE CL-PERIOD-X TO CL-CT-PERIOD
047200     MOVE CL-SR-SOURCE(CL-S) TO CL-CT-SOURCE
047210     MOVE CL-SR-SOURCE(CL-S) TO CL-CT-FULL-SOURCE
047220     MOVE CL-SR-PUZZLE(CL-S) TO CL-CT-PUZZLE
047300     MOVE CL-SR-ENTRIES(CL-S) TO CL-CT-ENTRIES
047400     MOVE CL-SR-TOTAL(CL-S) TO CL-CT-TOTAL
047500     MOVE CL-SR-HIGH(CL-S) TO CL-CT-HIGH
061600     MOVE " " TO CAPCLRPT-CTRL
061700     MOVE SPACES TO CAPCLRPT-LINE
061800     WRITE CAPCLRPT-RECORD
061809     IF CL-ABANDONED
061818         MOVE " " TO CAPCLRPT-CTRL
061827         MOVE SPACES TO CAPCLRPT-LINE
061836         STRING "*** " DELIMITED BY SIZE
061845             CL-FULL-TABLE DELIMITED BY SPACE
061854             " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPCLOSE "
061863             "AND RERUN ***"
061872             DELIMITED BY SIZE INTO CAPCLRPT-LINE
061881         WRITE CAPCLRPT-RECORD
061890     END-IF
061900     MOVE " " TO CAPCLRPT-CTRL
062000     MOVE SPACES TO CAPCLRPT-LINE
062100     IF CL-RUN-RC >= 8
067900 9000-EXIT.
068000     EXIT.
068100*-----------------------------------------------------------------
068105* 9100-TABLE-FULL STOPS THE CLOSE WHEN THE TABLE NAMED IN
068110* CL-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. A PERIOD CLOSED WITHOUT
068115* A CONTROL RECORD FOR EVERY SOURCE COULD NEVER BE PROVED AGAIN,
068120* SO THE CONDITION ABANDONS THE STAGING LIKE ANY WRITE FAILURE
068125* AND NOTHING IS COMMITTED.
068130*-----------------------------------------------------------------
068135 9100-TABLE-FULL SECTION.
068140 9100-START.
068145     DISPLAY "CAPCLOSE - " CL-FULL-TABLE
068150         " TABLE FULL - RUN STOPPED, LEDGER NOT CLOSED"
068155     MOVE "Y" TO CL-ABANDON-SW
068160     MOVE 16 TO CL-NEW-RC
068165     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
068170 9100-EXIT.
068175     EXIT.
068180*-----------------------------------------------------------------
068200 END PROGRAM CAPCLOSE.
