002200*
002300* MODIFICATION HISTORY.
002400*   2026-09-03  M00SK  ORIGINAL VERSION.
002410*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
002420*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
002430*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
002440*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CAPSPLIT.
008000     05  SP-LIST-COUNT                          PIC 9(04) COMP
008100                                                VALUE ZERO.
008200     05  SP-LIST-ENTRY OCCURS 500 TIMES         PIC X(80).
008210*-----------------------------------------------------------------
008220* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
008230* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
008240*-----------------------------------------------------------------
008250 COPY CAPJOBA.
008300 PROCEDURE DIVISION.
008400 0000-MAIN SECTION.
008500*-----------------------------------------------------------------
008600 0000-MAINLINE.
008610     PERFORM 0800-JOB-START THRU 0800-EXIT
008620     IF JC-REFUSED
008630         MOVE 16 TO RETURN-CODE
008640         STOP RUN
008650     END-IF
008700     MOVE SPACE TO SP-STREAMS-X
008800     ACCEPT SP-STREAMS-X FROM ENVIRONMENT "CAPSTREAMS"
008900     IF SP-STREAMS-X NOT NUMERIC OR SP-STREAMS-X = "0"
009000         DISPLAY "CAPSPLIT - CAPSTREAMS '" SP-STREAMS-X
009100             "' IS NOT 1-9, NOTHING DEALT"
009200         MOVE 16 TO RETURN-CODE
009210         PERFORM 0890-JOB-END THRU 0890-EXIT
009300         STOP RUN
009400     END-IF
009500     MOVE SP-STREAMS-X TO SP-STREAM-COUNT
009600     PERFORM 1000-LOAD-MANIFEST THRU 1000-EXIT
009700     IF SP-RUN-RC >= 16
009800         MOVE SP-RUN-RC TO RETURN-CODE
009810         PERFORM 0890-JOB-END THRU 0890-EXIT
009900         STOP RUN
010000     END-IF
010100     PERFORM 2000-WRITE-ONE-STREAM THRU 2000-EXIT
011000         MOVE 8 TO SP-RUN-RC
011100     END-IF
011200     MOVE SP-RUN-RC TO RETURN-CODE
011210     PERFORM 0890-JOB-END THRU 0890-EXIT
011300     STOP RUN.
011400 0000-EXIT.
011402     EXIT.
011404*-----------------------------------------------------------------
011406* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
011408* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
011410* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
011412*-----------------------------------------------------------------
011414 0800-JOB-START SECTION.
011416 0800-START.
011418     MOVE SPACES TO CAPJOB-COMMAREA
011420     MOVE "S" TO JC-FUNCTION
011422     MOVE "CAPSPLIT" TO JC-PROGRAM
011424     MOVE 2 TO JC-LOCK-COUNT
011426     MOVE "CAPLIST" TO JC-LOCK-DSN(1)
011428     MOVE "R" TO JC-LOCK-MODE(1)
011430     MOVE "CAPLIST.S*" TO JC-LOCK-DSN(2)
011432     MOVE "U" TO JC-LOCK-MODE(2)
011434     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
011436 0800-EXIT.
011438     EXIT.
011440*-----------------------------------------------------------------
011442* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
011444* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
011446* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
011448*-----------------------------------------------------------------
011450 0890-JOB-END SECTION.
011452 0890-START.
011454     MOVE RETURN-CODE TO JC-CONDITION
011456     MOVE "E" TO JC-FUNCTION
011458     MOVE "READ" TO JC-COUNT-LABEL(1)
011460     MOVE SP-ROWS-READ TO JC-COUNT-VALUE(1)
011462     MOVE "DEALT" TO JC-COUNT-LABEL(2)
011464     MOVE SP-ROWS-DEALT TO JC-COUNT-VALUE(2)
011466     MOVE "STREAMS" TO JC-COUNT-LABEL(3)
011468     MOVE SP-STREAM-COUNT TO JC-COUNT-VALUE(3)
011470     CALL "CAPJCTL" USING CAPJOB-COMMAREA
011472     MOVE JC-CONDITION TO RETURN-CODE.
011474 0890-EXIT.
011500     EXIT.
011600*-----------------------------------------------------------------
011700* 1000-LOAD-MANIFEST READS THE WHOLE CAPLIST INTO THE TABLE.
