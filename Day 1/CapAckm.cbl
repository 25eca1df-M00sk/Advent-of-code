002900*
003000*             CONDITIONS: 0 EVERYTHING BOOKED, 4 ROWS CARRIED
003100*             FORWARD, 8 NO ACKNOWLEDGMENT FILE OR FILE TROUBLE,
003110*             16 NO EXTRACT TO MATCH OR MORE EXTRACT ROWS THAN THE
003120*             TABLE HOLDS.
003300*
003400* MODIFICATION HISTORY.
003500*   2026-09-03  M00SK  ORIGINAL VERSION.
003510*   2026-10-15  M00SK  EXTRACT, ACKNOWLEDGMENT AND CARRY ROWS
003520*                      WIDENED TO 168 BYTES FOR THE V2 LAYOUT.
003530*                      TWO V2 ROWS ALSO MATCH ON THE FULL SOURCE
003540*                      NAME, AND THE REPORT PRINTS THE FULL NAME.
003550*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
003560*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
003570*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
003580*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
003584*   2026-10-15  M00SK  A FULL EXTRACT TABLE NOW STOPS THE RUN,
003588*                      CONDITION 16, BEFORE ANY MATCHING - IT USED
003592*                      TO LEAVE THE REST OF THE EXTRACT UNMATCHED.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. CAPACKM.
005500 FILE SECTION.
005600 FD  CAPIFACE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  CAPIFACE-RECORD                            PIC X(168).
005900 FD  CAPIFACK-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  CAPIFACK-RECORD                            PIC X(168).
006200 FD  CAPIFCF-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  CAPIFCF-RECORD                             PIC X(168).
006500 FD  CAPAKRPT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  CAPAKRPT-RECORD.
011000     05  FILLER                                 PIC X(01)
011100                                                VALUE "-".
011200     05  AK-RUN-DD                              PIC 9(02).
011210 01  AK-WK-ROW                                  PIC X(168).
011300*-----------------------------------------------------------------
011400* ONE AK-IF-ENTRY PER EXTRACT ROW, WITH THE WHOLE ROW
011500* KEPT VERBATIM SO AN UNACKNOWLEDGED ROW CARRIES FORWARD EXACTLY
011600* AS IT WAS SENT. THE DATE, SOURCE AND TOTAL COLUMNS ARE THE
011700* MATCH KEY, AT THE SAME FIXED POSITIONS CAPVERIF READS, AND A
011710* V2 ROW'S FULL SOURCE NAME (COLS 89-168) WITH THEM.
011800*-----------------------------------------------------------------
011900 01  AK-IFACE-TABLE.
012000     05  AK-IF-COUNT                            PIC 9(04) COMP
012100                                                VALUE ZERO.
012200     05  AK-IF-ENTRY OCCURS 500 TIMES.
012300         10  AK-IF-ROW                          PIC X(168).
012400         10  AK-IF-ACKED-SW                     PIC X(01).
012500 01  AK-DETAIL-LINE.
012600     05  FILLER                                 PIC X(03)
012700                                                VALUE SPACES.
012800     05  AK-DL-DATE                             PIC X(10).
012810     05  FILLER                                 PIC X(01)
012820                                                VALUE SPACE.
012830     05  AK-DL-SOURCE                           PIC X(80).
012840     05  FILLER                                 PIC X(01)
012850                                                VALUE SPACE.
012860     05  AK-DL-ANS                              PIC X(08).
012870     05  FILLER                                 PIC X(01)
012880                                                VALUE SPACE.
012890     05  AK-DL-HALF                             PIC X(08).
012900     05  FILLER                                 PIC X(02)
013000                                                VALUE SPACES.
013100     05  AK-DL-STATUS                           PIC X(14).
013400                                                VALUE SPACES.
013500     05  AK-CL-LABEL                            PIC X(28).
013600     05  AK-CL-COUNT                            PIC Z(07)9.
013610*-----------------------------------------------------------------
013620* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
013630* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
013640*-----------------------------------------------------------------
013650 COPY CAPJOBA.
013700 PROCEDURE DIVISION.
013800 0000-MAIN SECTION.
013900*-----------------------------------------------------------------
014000 0000-MAINLINE.
014100     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
014110     PERFORM 0800-JOB-START THRU 0800-EXIT
014120     IF JC-REFUSED
014130         MOVE 16 TO RETURN-CODE
014140         STOP RUN
014150     END-IF
014200     OPEN OUTPUT CAPAKRPT-FILE
014300     IF AK-CAPAKRPT-STATUS NOT = "00"
014400         DISPLAY "CAPACKM - UNABLE TO OPEN CAPAKRPT, STATUS "
014500             AK-CAPAKRPT-STATUS
014600         MOVE 8 TO RETURN-CODE
014610         PERFORM 0890-JOB-END THRU 0890-EXIT
014700         STOP RUN
014800     END-IF
014900     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
015800         ", ACKNOWLEDGED " AK-ROWS-ACKED
015900         ", CARRIED FORWARD " AK-ROWS-CARRIED
016000     MOVE AK-RUN-RC TO RETURN-CODE
016010     PERFORM 0890-JOB-END THRU 0890-EXIT
016100     STOP RUN.
016200 0000-EXIT.
016202     EXIT.
016204*-----------------------------------------------------------------
016206* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
016208* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
016210* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
016212*-----------------------------------------------------------------
016214 0800-JOB-START SECTION.
016216 0800-START.
016218     MOVE SPACES TO CAPJOB-COMMAREA
016220     MOVE "S" TO JC-FUNCTION
016222     MOVE "CAPACKM" TO JC-PROGRAM
016224     MOVE 3 TO JC-LOCK-COUNT
016226     MOVE "CAPIFACE" TO JC-LOCK-DSN(1)
016228     MOVE "R" TO JC-LOCK-MODE(1)
016230     MOVE "CAPIFACK" TO JC-LOCK-DSN(2)
016232     MOVE "R" TO JC-LOCK-MODE(2)
016234     MOVE "CAPIFCF" TO JC-LOCK-DSN(3)
016236     MOVE "U" TO JC-LOCK-MODE(3)
016238     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
016240 0800-EXIT.
016242     EXIT.
016244*-----------------------------------------------------------------
016246* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
016248* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
016250* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
016252*-----------------------------------------------------------------
016254 0890-JOB-END SECTION.
016256 0890-START.
016258     MOVE RETURN-CODE TO JC-CONDITION
016260     MOVE "E" TO JC-FUNCTION
016262     MOVE "SENT" TO JC-COUNT-LABEL(1)
016264     MOVE AK-ROWS-SENT TO JC-COUNT-VALUE(1)
016266     MOVE "ACKED" TO JC-COUNT-LABEL(2)
016268     MOVE AK-ROWS-ACKED TO JC-COUNT-VALUE(2)
016270     MOVE "CARRIED" TO JC-COUNT-LABEL(3)
016272     MOVE AK-ROWS-CARRIED TO JC-COUNT-VALUE(3)
016274     MOVE "UNMATCHED" TO JC-COUNT-LABEL(4)
016276     MOVE AK-ACKS-UNMATCHED TO JC-COUNT-VALUE(4)
016278     CALL "CAPJCTL" USING CAPJOB-COMMAREA
016280     MOVE JC-CONDITION TO RETURN-CODE.
016282 0890-EXIT.
016300     EXIT.
016400*-----------------------------------------------------------------
016500 0900-GET-RUN-DATE SECTION.
023100         GO TO 1100-EXIT
023200     END-IF
023300     IF AK-IF-COUNT >= 500
023310         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
023320         MOVE "Y" TO AK-EOF-SW
023800         GO TO 1100-EXIT
023900     END-IF
024000     ADD 1 TO AK-IF-COUNT
029400         MOVE "Y" TO AK-IF-ACKED-SW(AK-SLOT)
029500     ELSE
029600         ADD 1 TO AK-ACKS-UNMATCHED
029700         MOVE CAPIFACK-RECORD TO AK-WK-ROW
029710         PERFORM 8100-FORMAT-DETAIL THRU 8100-EXIT
029800         MOVE "NOT OURS" TO AK-DL-STATUS
029900         MOVE " " TO CAPAKRPT-CTRL
030000         MOVE AK-DETAIL-LINE TO CAPAKRPT-LINE
030400     EXIT.
030500*-----------------------------------------------------------------
030600* 2200-SCAN-ONE-ENTRY MATCHES ONE ACKNOWLEDGMENT AGAINST ONE
030700* EXTRACT ROW ON COLS 1-69 - DATE, SOURCE AND BOTH TOTALS - AND,
030710* WHEN BOTH ROWS ARE V2, ON THE FULL SOURCE NAME TOO. A ROW
030800* ALREADY ACKNOWLEDGED IS NOT MATCHED AGAIN, SO A DOUBLED ACK
030900* CANNOT COVER FOR A MISSING ONE ON A RE-SENT ROW.
031000*-----------------------------------------------------------------
031100 2200-SCAN-ONE-ENTRY SECTION.
031200 2200-START.
031300     IF AK-IF-ACKED-SW(AK-X) NOT = "N"
031310             OR AK-IF-ROW(AK-X)(1:69) NOT = CAPIFACK-RECORD(1:69)
031320         GO TO 2200-EXIT
031330     END-IF
031340     IF AK-IF-ROW(AK-X)(81:2) = "V2"
031350             AND CAPIFACK-RECORD(81:2) = "V2"
031360             AND AK-IF-ROW(AK-X)(89:80)
031365                 NOT = CAPIFACK-RECORD(89:80)
031370         GO TO 2200-EXIT
031380     END-IF
031500     MOVE "Y" TO AK-HIT-SW
031600     MOVE AK-X TO AK-SLOT.
031800 2200-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------------
035700     ADD 1 TO AK-ROWS-CARRIED
035800     MOVE 4 TO AK-NEW-RC
035900     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
036000     MOVE AK-IF-ROW(AK-I) TO AK-WK-ROW
036010     PERFORM 8100-FORMAT-DETAIL THRU 8100-EXIT
036100     MOVE "UNACKNOWLEDGED" TO AK-DL-STATUS
036200     MOVE " " TO CAPAKRPT-CTRL
036300     MOVE AK-DETAIL-LINE TO CAPAKRPT-LINE
042200 4100-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------------
042410* 8100-FORMAT-DETAIL LAYS THE EXTRACT ROW IN AK-WK-ROW OUT ON THE
042420* DETAIL LINE - THE FULL SOURCE NAME FROM A V2 ROW, THE 40-BYTE
042430* NAME FROM AN OLD ONE.
042440*-----------------------------------------------------------------
042450 8100-FORMAT-DETAIL SECTION.
042460 8100-START.
042470     MOVE AK-WK-ROW(1:10) TO AK-DL-DATE
042480     IF AK-WK-ROW(81:2) = "V2"
042490         MOVE AK-WK-ROW(89:80) TO AK-DL-SOURCE
042492     ELSE
042494         MOVE AK-WK-ROW(12:40) TO AK-DL-SOURCE
042496     END-IF
042498     MOVE AK-WK-ROW(53:8) TO AK-DL-ANS
042500     MOVE AK-WK-ROW(62:8) TO AK-DL-HALF.
042502 8100-EXIT.
042504     EXIT.
042506*-----------------------------------------------------------------
042510* 9000-RAISE-CONDITION LIFTS THE RUN'S FINAL CONDITION CODE TO
042600* AK-NEW-RC IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN SEEN.
042700* CONDITIONS ONLY EVER ESCALATE.
042800*-----------------------------------------------------------------
043400 9000-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------------
043604* 9100-TABLE-FULL STOPS THE RUN WHEN THE EXTRACT WILL NOT FIT THE
043608* AK-IF-ENTRY TABLE. MATCHING PART OF THE EXTRACT WOULD CARRY
043611* FORWARD THE WRONG ROWS, SO NOTHING IS MATCHED OR CARRIED UNTIL
043614* THE RERUN.
043620*-----------------------------------------------------------------
043624 9100-TABLE-FULL SECTION.
043628 9100-START.
043632     DISPLAY "CAPACKM - EXTRACT TABLE FULL - RUN STOPPED, RAISE "
043636         "ITS OCCURS LIMIT IN CAPACKM AND RERUN"
043640     MOVE " " TO CAPAKRPT-CTRL
043644     MOVE SPACES TO CAPAKRPT-LINE
043648     STRING "*** EXTRACT TABLE FULL - RAISE ITS OCCURS LIMIT IN "
043652         "CAPACKM AND RERUN ***"
043656         DELIMITED BY SIZE INTO CAPAKRPT-LINE
043660     WRITE CAPAKRPT-RECORD
043664     MOVE 16 TO AK-NEW-RC
043668     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
043672 9100-EXIT.
043676     EXIT.
043680*-----------------------------------------------------------------
043700 END PROGRAM CAPACKM.
