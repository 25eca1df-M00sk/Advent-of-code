003130*                      COLS 110-113 AND CAPBKOUT REVERSALS STAMP
003135*                      COLS 115-130, AND THE ARCHIVE MUST CARRY
003140*                      THOSE MARKS VERBATIM, NOT TRUNCATE THEM.
003150*   2026-10-15  M00SK  AUDIT RECORDS WIDENED TO 219 BYTES FOR THE
003160*                      V2 EXTENSION AREA (PUZZLE TYPE AND FULL
003170*                      SOURCE NAME IN COLS 132-219). OLD AND V2
003180*                      ROWS ARCHIVE AND PURGE ALIKE BY DATE.
003186*   2026-10-15  M00SK  AUDIT RECORDS WIDENED TO 240 BYTES - CAPMNT
003192*                      ECHOES CARRY THE CHECKER IN COLS 221-240.
003193*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
003194*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
003195*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
003196*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
003205*   2026-10-15  M00SK  A FULL MONTH OR USER TABLE NOW STOPS THE
003214*                      RUN WITH CONDITION 16 AND THE LIVE TRAIL
003226*                      UNTOUCHED, INSTEAD OF PRINTING A SUMMARY
003236*                      THAT SILENTLY LEFT ROWS OUT.
003246******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. CAPRETN.
003500 ENVIRONMENT DIVISION.
005100 FILE SECTION.
005200 FD  CAPAUDIT-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  CAPAUDIT-RECORD                           PIC X(240).
005500 FD  CAPARCH-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  CAPARCH-RECORD                            PIC X(240).
005800 FD  CAPAUDWK-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CAPAUDWK-RECORD                           PIC X(240).
006100 FD  CAPRRPT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  CAPRRPT-RECORD.
010600                                               VALUE ZERO.
010700 77  CR-NEW-RC                                 PIC 9(02)
010800                                               VALUE ZERO.
010810 77  CR-FULL-TABLE                             PIC X(10)
010820                                               VALUE SPACES.
010830 77  CR-ABANDON-SW                             PIC X(01)
010840                                               VALUE "N".
010850     88  CR-ABANDONED                          VALUE "Y".
010900 77  CR-M                                      PIC 9(04) COMP
011000                                               VALUE ZERO.
011100 77  CR-U                                      PIC 9(04) COMP
019400                                               VALUE SPACES.
019500     05  CR-TL-LABEL                           PIC X(24).
019600     05  CR-TL-COUNT                           PIC Z(07)9.
019610*-----------------------------------------------------------------
019620* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
019630* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
019640*-----------------------------------------------------------------
019650 COPY CAPJOBA.
019700 PROCEDURE DIVISION.
019800 0000-MAIN SECTION.
019900*-----------------------------------------------------------------
020600*-----------------------------------------------------------------
020700 0000-MAINLINE.
020800     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
020810     PERFORM 0800-JOB-START THRU 0800-EXIT
020820     IF JC-REFUSED
020830         MOVE 16 TO RETURN-CODE
020840         STOP RUN
020850     END-IF
020900     PERFORM 0950-GET-CUTOFF THRU 0950-EXIT
021000     IF NOT CR-CUTOFF-OK
021100         MOVE 16 TO CR-NEW-RC
021200         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
021300         MOVE CR-RUN-RC TO RETURN-CODE
021310         PERFORM 0890-JOB-END THRU 0890-EXIT
021400         STOP RUN
021500     END-IF
021600     PERFORM 1000-SPLIT-TRAIL THRU 1000-EXIT
022200         ", ARCHIVED " CR-ROWS-ARCHIVED
022300         ", RETAINED " CR-ROWS-RETAINED
022400     MOVE CR-RUN-RC TO RETURN-CODE
022410     PERFORM 0890-JOB-END THRU 0890-EXIT
022500     STOP RUN.
022600 0000-EXIT.
022602     EXIT.
022604*-----------------------------------------------------------------
022606* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
022608* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
022610* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET.
022612*-----------------------------------------------------------------
022614 0800-JOB-START SECTION.
022616 0800-START.
022618     MOVE SPACES TO CAPJOB-COMMAREA
022620     MOVE "S" TO JC-FUNCTION
022622     MOVE "CAPRETN" TO JC-PROGRAM
022624     MOVE 2 TO JC-LOCK-COUNT
022626     MOVE "CAPAUDIT" TO JC-LOCK-DSN(1)
022628     MOVE "U" TO JC-LOCK-MODE(1)
022630     MOVE "CAPARCH*" TO JC-LOCK-DSN(2)
022632     MOVE "U" TO JC-LOCK-MODE(2)
022634     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
022636 0800-EXIT.
022638     EXIT.
022640*-----------------------------------------------------------------
022642* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
022644* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
022646* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
022648*-----------------------------------------------------------------
022650 0890-JOB-END SECTION.
022652 0890-START.
022654     MOVE RETURN-CODE TO JC-CONDITION
022656     MOVE "E" TO JC-FUNCTION
022658     MOVE "READ" TO JC-COUNT-LABEL(1)
022660     MOVE CR-ROWS-READ TO JC-COUNT-VALUE(1)
022662     MOVE "ARCHIVED" TO JC-COUNT-LABEL(2)
022664     MOVE CR-ROWS-ARCHIVED TO JC-COUNT-VALUE(2)
022666     MOVE "RETAINED" TO JC-COUNT-LABEL(3)
022668     MOVE CR-ROWS-RETAINED TO JC-COUNT-VALUE(3)
022670     CALL "CAPJCTL" USING CAPJOB-COMMAREA
022672     MOVE JC-CONDITION TO RETURN-CODE.
022674 0890-EXIT.
022700     EXIT.
022800*-----------------------------------------------------------------
022900* 0900-GET-RUN-DATE CAPTURES TODAY'S DATE ONCE, UP FRONT, AND
041500         UNTIL CR-M > CR-MONTH-COUNT OR CR-MONTH-HIT
041600     IF NOT CR-MONTH-HIT
041700         IF CR-MONTH-COUNT >= 240
041710             MOVE "MONTH" TO CR-FULL-TABLE
041720             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
042000             GO TO 1700-EXIT
042100         END-IF
042200         ADD 1 TO CR-MONTH-COUNT
045500         UNTIL CR-U > CR-USER-COUNT OR CR-USER-HIT
045600     IF NOT CR-USER-HIT
045700         IF CR-USER-COUNT >= 100
045710             MOVE "USER" TO CR-FULL-TABLE
045720             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
046000             GO TO 1800-EXIT
046100         END-IF
046200         ADD 1 TO CR-USER-COUNT
062600     MOVE " " TO CAPRRPT-CTRL
062700     MOVE SPACES TO CAPRRPT-LINE
062800     WRITE CAPRRPT-RECORD
062809     IF CR-ABANDONED
062818         MOVE " " TO CAPRRPT-CTRL
062827         MOVE SPACES TO CAPRRPT-LINE
062836         STRING "*** " DELIMITED BY SIZE
062845             CR-FULL-TABLE DELIMITED BY SPACE
062854             " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPRETN "
062863             "AND RERUN ***"
062872             DELIMITED BY SIZE INTO CAPRRPT-LINE
062881         WRITE CAPRRPT-RECORD
062890     END-IF
062900     MOVE " " TO CAPRRPT-CTRL
063000     MOVE SPACES TO CAPRRPT-LINE
063100     IF CR-RUN-RC >= 8
070000 9000-EXIT.
070100     EXIT.
070200*-----------------------------------------------------------------
070205* 9100-TABLE-FULL STOPS THE RUN WHEN THE TABLE NAMED IN
070210* CR-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. THE SUMMARY IS WHAT
070215* COMPLIANCE SIGNS OFF AGAINST, SO A TRIM IT CANNOT FULLY ACCOUNT
070220* FOR IS NOT MADE: THE CONDITION ABANDONS THE SPLIT LIKE ANY WRITE
070225* FAILURE AND THE LIVE TRAIL IS NOT REWRITTEN.
070230*-----------------------------------------------------------------
070235 9100-TABLE-FULL SECTION.
070240 9100-START.
070245     DISPLAY "CAPRETN - " CR-FULL-TABLE
070250         " TABLE FULL - RUN STOPPED, LIVE TRAIL NOT TRIMMED"
070255     MOVE "Y" TO CR-ABANDON-SW
070260     MOVE 16 TO CR-NEW-RC
070265     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
070270 9100-EXIT.
070275     EXIT.
070280*-----------------------------------------------------------------
070300 END PROGRAM CAPRETN.
