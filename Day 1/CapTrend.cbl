001896*                      DATED CAPLPER PERIOD FILE. CAPBKOUT
001897*                      REVERSAL ROWS (TAGGED IN COLS 62-69) ARE
001898*                      LEFT OUT OF THE HISTORY AND THE ROLLUP.
001899*   2026-10-15  M00SK  READS BOTH LEDGER LAYOUTS. A V2 ROW IS
001901*                      GROUPED UNDER ITS FULL 80-BYTE SOURCE NAME
001902*                      (COLS 98-177) AND THE HEADER SHOWS ITS
001903*                      PUZZLE TYPE, SO TWO NAMES SHARING THEIR
001904*                      FIRST 40 BYTES NO LONGER PRINT AS ONE.
001914*   2026-10-15  M00SK  A FULL MONTH TABLE NOW STOPS THE REPORT
001924*                      WITH CONDITION 16 AND SAYS SO ON CAPTRPT,
001932*                      INSTEAD OF PRINTING A ROLLUP SHORT OF
001940*                      MONTHS.
001950******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CAPTREND.
002200 ENVIRONMENT DIVISION.
003300 FILE SECTION.
003400 FD  CAPLEDGR-FILE
003500     LABEL RECORDS ARE STANDARD.
003600 01  CAPLEDGR-RECORD                           PIC X(177).
003700 FD  CAPTRPT-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  CAPTRPT-RECORD.
004100     05  CAPTRPT-LINE                          PIC X(132).
004110 FD  CAPLCTL-FILE
004120     LABEL RECORDS ARE STANDARD.
004130 01  CAPLCTL-RECORD                            PIC X(177).
004200 SD  TREND-SORT-FILE.
004300 01  TREND-SORT-RECORD.
004400     05  TS-SOURCE                             PIC X(80).
004500     05  TS-DATE                               PIC X(10).
004600     05  TS-ANS                                PIC 9(08).
004610     05  TS-PUZZLE                             PIC X(04).
004700 WORKING-STORAGE SECTION.
004800 77  CT-CAPLEDGR-STATUS                        PIC X(02).
004900 77  CT-CAPTRPT-STATUS                         PIC X(02).
005600 77  CT-MONTH-HIT-SW                           PIC X(01)
005700                                               VALUE "N".
005800     88  CT-MONTH-HIT                          VALUE "Y".
005810 77  CT-FULL-TABLE                             PIC X(10)
005820                                               VALUE SPACES.
005830 77  CT-ABANDON-SW                             PIC X(01)
005840                                               VALUE "N".
005850     88  CT-ABANDONED                          VALUE "Y".
005900 77  CT-ROWS-READ                              PIC 9(08) COMP
006000                                               VALUE ZERO.
006100 77  CT-M                                      PIC 9(04) COMP
007700 01  CT-WORK-FIELDS.
007800     05  CT-ANS-X                              PIC X(08).
007900     05  CT-ANS-9                              PIC 9(08).
008000     05  CT-PREV-SOURCE                        PIC X(80).
008100     05  CT-PREV-ANS                           PIC 9(08).
008200     05  CT-CHANGE                             PIC S9(08).
008300     05  CT-CHANGE-ED                          PIC +(08)9.
010100 01  CT-SOURCE-HDR-LINE.
010200     05  FILLER                                PIC X(13)
010300                                            VALUE "SOURCE FILE: ".
010400     05  CT-SH-SOURCE                          PIC X(80).
010410     05  FILLER                                PIC X(09)
010420                                            VALUE "  PUZZLE ".
010430     05  CT-SH-PUZZLE                          PIC X(04).
010500 01  CT-COLHDR-LINE.
010600     05  FILLER                                PIC X(03)
010700                                               VALUE SPACES.
016300     END-IF
016400     PERFORM 0950-PRINT-REPORT-HEADER THRU 0950-EXIT
016410     PERFORM 0980-LOAD-CONTROLS THRU 0980-EXIT
016420     IF NOT CT-ABANDONED
016430         SORT TREND-SORT-FILE
016440             ON ASCENDING KEY TS-SOURCE
016450                              TS-DATE
016460             INPUT PROCEDURE IS 1000-LOAD-LEDGER
016470             OUTPUT PROCEDURE IS 2000-PRINT-HISTORY
016480     END-IF
016490     IF NOT CT-ABANDONED
016500         PERFORM 3000-PRINT-ROLLUP THRU 3000-EXIT
016510     END-IF
017100     MOVE " " TO CAPTRPT-CTRL
017200     MOVE SPACES TO CAPTRPT-LINE
017300     WRITE CAPTRPT-RECORD
017700         DELIMITED BY SIZE INTO CAPTRPT-LINE
017800     WRITE CAPTRPT-RECORD
017900     CLOSE CAPTRPT-FILE
017910     IF CT-ABANDONED
017920         MOVE 16 TO RETURN-CODE
017930     END-IF
018000     STOP RUN.
018100 0000-EXIT.
018200     EXIT.
021276     MOVE CAPLCTL-RECORD(72:8) TO CT-CTL-HIGH
021278     MOVE CAPLCTL-RECORD(81:8) TO CT-CTL-LOW
021280     PERFORM 0985-POST-ONE-CONTROL THRU 0985-EXIT
021281     IF CT-ABANDONED
021282         GO TO 0980-READS-DONE
021283     END-IF
021284     ADD 1 TO CT-CTL-ROWS-READ
021285     GO TO 0980-READ-LOOP.
021286 0980-READS-DONE.
021288     CLOSE CAPLCTL-FILE.
021290 0980-EXIT.
021318         UNTIL CT-M > CT-MONTH-COUNT OR CT-MONTH-HIT
021320     IF NOT CT-MONTH-HIT
021322         IF CT-MONTH-COUNT >= 240
021323             MOVE "MONTH" TO CT-FULL-TABLE
021324             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
021328             GO TO 0985-EXIT
021330         END-IF
021332         ADD 1 TO CT-MONTH-COUNT
024300         GO TO 1000-READ-LOOP
024400     END-IF
024500     MOVE CT-ANS-X TO CT-ANS-9
024510*    A V2 ROW CARRIES THE FULL SOURCE NAME AND ITS PUZZLE TYPE
024520*    PAST COL 80; AN OLD ROW HAS ONLY THE 40-BYTE NAME.
024530     IF CAPLEDGR-RECORD(81:2) = "V2"
024540         MOVE CAPLEDGR-RECORD(98:80) TO TS-SOURCE
024550         MOVE CAPLEDGR-RECORD(84:4) TO TS-PUZZLE
024560     ELSE
024570         MOVE CAPLEDGR-RECORD(12:40) TO TS-SOURCE
024580         MOVE SPACES TO TS-PUZZLE
024590     END-IF
024700     MOVE CAPLEDGR-RECORD(1:10) TO TS-DATE
024800     MOVE CT-ANS-9 TO TS-ANS
024900     RELEASE TREND-SORT-RECORD
025000     ADD 1 TO CT-ROWS-READ
025100     PERFORM 1300-POST-MONTH THRU 1300-EXIT
025110     IF CT-ABANDONED
025120         GO TO 1000-READS-DONE
025130     END-IF
025200     GO TO 1000-READ-LOOP.
025300 1000-READS-DONE.
025400     CLOSE CAPLEDGR-FILE.
026800         UNTIL CT-M > CT-MONTH-COUNT OR CT-MONTH-HIT
026900     IF NOT CT-MONTH-HIT
027000         IF CT-MONTH-COUNT >= 240
027010             MOVE "MONTH" TO CT-FULL-TABLE
027020             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
027300             GO TO 1300-EXIT
027400         END-IF
027500         ADD 1 TO CT-MONTH-COUNT
031100 2000-PRINT-HISTORY SECTION.
031200 2000-START.
031300     MOVE SPACES TO CT-PREV-SOURCE
031310     MOVE ZERO TO CT-PREV-ANS
031320     IF CT-ABANDONED
031330         GO TO 2000-EXIT
031340     END-IF.
031500 2000-RETURN-LOOP.
031600     RETURN TREND-SORT-FILE
031700         AT END
034100     MOVE SPACES TO CAPTRPT-LINE
034200     WRITE CAPTRPT-RECORD
034300     MOVE TS-SOURCE TO CT-SH-SOURCE
034310     MOVE TS-PUZZLE TO CT-SH-PUZZLE
034400     MOVE " " TO CAPTRPT-CTRL
034500     MOVE CT-SOURCE-HDR-LINE TO CAPTRPT-LINE
034600     WRITE CAPTRPT-RECORD
041600 3100-EXIT.
041700     EXIT.
041800*-----------------------------------------------------------------
041804* 9100-TABLE-FULL STOPS THE REPORT WHEN THE TABLE NAMED IN
041808* CT-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. A ROLLUP WITH MONTHS
041812* QUIETLY MISSING IS WORSE THAN NONE, SO NO HISTORY OR ROLLUP IS
041816* PRINTED - ONLY THIS LINE - AND THE RUN ENDS CONDITION 16.
041820*-----------------------------------------------------------------
041824 9100-TABLE-FULL SECTION.
041828 9100-START.
041832     DISPLAY "CAPTREND - " CT-FULL-TABLE
041836         " TABLE FULL - RUN STOPPED, RAISE ITS OCCURS LIMIT IN "
041840         "CAPTREND AND RERUN"
041844     MOVE " " TO CAPTRPT-CTRL
041848     MOVE SPACES TO CAPTRPT-LINE
041852     STRING "*** " DELIMITED BY SIZE
041856         CT-FULL-TABLE DELIMITED BY SPACE
041860         " TABLE FULL - RAISE ITS OCCURS LIMIT IN CAPTREND "
041864         "AND RERUN ***"
041868         DELIMITED BY SIZE INTO CAPTRPT-LINE
041872     WRITE CAPTRPT-RECORD
041876     MOVE "Y" TO CT-ABANDON-SW.
041880 9100-EXIT.
041884     EXIT.
041888*-----------------------------------------------------------------
041900 END PROGRAM CAPTREND.
