003100*
003200* MODIFICATION HISTORY.
003300*   2026-09-03  M00SK  ORIGINAL VERSION.
003310*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
003320*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
003330*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
003340*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CAPSTAGE.
012700     05  FILLER                                 PIC X(01)
012800                                                VALUE SPACE.
012900     05  SG-LG-SOURCE                           PIC X(80).
012910*-----------------------------------------------------------------
012920* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
012930* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
012940*-----------------------------------------------------------------
012950 COPY CAPJOBA.
013000 PROCEDURE DIVISION.
013100 0000-MAIN SECTION.
013200*-----------------------------------------------------------------
013700*-----------------------------------------------------------------
013800 0000-MAINLINE.
013900     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
013910     PERFORM 0800-JOB-START THRU 0800-EXIT
013920     IF JC-REFUSED
013930         MOVE 16 TO RETURN-CODE
013940         STOP RUN
013950     END-IF
014000     OPEN INPUT CAPARRIV-FILE
014100     IF SG-CAPARRIV-STATUS NOT = "00"
014200         DISPLAY "CAPSTAGE - UNABLE TO OPEN CAPARRIV ARRIVAL "
014300             "LISTING, STATUS " SG-CAPARRIV-STATUS
014400             " - CAPLIST LEFT UNTOUCHED"
014500         MOVE 16 TO RETURN-CODE
014510         PERFORM 0890-JOB-END THRU 0890-EXIT
014600         STOP RUN
014700     END-IF
014800     OPEN INPUT CAPSRCE-FILE
015200             " - RUN CAPSRCLD, CAPLIST LEFT UNTOUCHED"
015300         CLOSE CAPARRIV-FILE
015400         MOVE 16 TO RETURN-CODE
015410         PERFORM 0890-JOB-END THRU 0890-EXIT
015500         STOP RUN
015600     END-IF
015700     OPEN OUTPUT CAPLIST-FILE
016100         CLOSE CAPARRIV-FILE
016200         CLOSE CAPSRCE-FILE
016300         MOVE 8 TO RETURN-CODE
016310         PERFORM 0890-JOB-END THRU 0890-EXIT
016400         STOP RUN
016500     END-IF
016600     PERFORM 0950-OPEN-ARRIVAL-LOG THRU 0950-EXIT
018000             "AND CAPCHECK WILL NAME WHAT WAS DUE"
018100     END-IF
018200     MOVE SG-RUN-RC TO RETURN-CODE
018210     PERFORM 0890-JOB-END THRU 0890-EXIT
018300     STOP RUN.
018400 0000-EXIT.
018402     EXIT.
018404*-----------------------------------------------------------------
018406* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
018408* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
018410* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
018412*-----------------------------------------------------------------
018414 0800-JOB-START SECTION.
018416 0800-START.
018418     MOVE SPACES TO CAPJOB-COMMAREA
018420     MOVE "S" TO JC-FUNCTION
018422     MOVE "CAPSTAGE" TO JC-PROGRAM
018424     MOVE 4 TO JC-LOCK-COUNT
018426     MOVE "CAPARRIV" TO JC-LOCK-DSN(1)
018428     MOVE "R" TO JC-LOCK-MODE(1)
018430     MOVE "CAPSRCE" TO JC-LOCK-DSN(2)
018432     MOVE "R" TO JC-LOCK-MODE(2)
018434     MOVE "CAPLIST" TO JC-LOCK-DSN(3)
018436     MOVE "U" TO JC-LOCK-MODE(3)
018438     MOVE "CAPARLOG" TO JC-LOCK-DSN(4)
018440     MOVE "U" TO JC-LOCK-MODE(4)
018442     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
018444 0800-EXIT.
018446     EXIT.
018448*-----------------------------------------------------------------
018450* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
018452* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
018454* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
018456*-----------------------------------------------------------------
018458 0890-JOB-END SECTION.
018460 0890-START.
018462     MOVE RETURN-CODE TO JC-CONDITION
018464     MOVE "E" TO JC-FUNCTION
018466     MOVE "LISTED" TO JC-COUNT-LABEL(1)
018468     MOVE SG-FILES-LISTED TO JC-COUNT-VALUE(1)
018470     MOVE "ACCEPTED" TO JC-COUNT-LABEL(2)
018472     MOVE SG-FILES-ACCEPTED TO JC-COUNT-VALUE(2)
018474     MOVE "SET-ASIDE" TO JC-COUNT-LABEL(3)
018476     MOVE SG-FILES-SET-ASIDE TO JC-COUNT-VALUE(3)
018478     CALL "CAPJCTL" USING CAPJOB-COMMAREA
018480     MOVE JC-CONDITION TO RETURN-CODE.
018482 0890-EXIT.
018500     EXIT.
018600*-----------------------------------------------------------------
018700* 0900-GET-RUN-DATE CAPTURES TODAY'S DATE ONCE, UP FRONT, SO
