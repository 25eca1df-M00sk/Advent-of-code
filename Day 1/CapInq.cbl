002020*                      CAPDRIVE SINCE THE DRIVER SPLIT - THE
002030*                      HEADER AND THE OPEN-FAILURE MESSAGE NOW
002040*                      POINT THE OPERATOR AT THAT JOB.
002050*   2026-10-15  M00SK  A ROW ON HOLD UNDER AN OPEN CAPDMNT DISPUTE
002060*                      SAYS SO AND NAMES THE DISPUTE - ITS ANSWERS
002070*                      ARE THE ONES IN DISPUTE, FROZEN UNTIL IT IS
002080*                      CLOSED.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CAPINQ.
004100     05  CM-DIGIT-COUNT                         PIC 9(08).
004200     05  CM-ANS                                 PIC 9(08).
004300     05  CM-HALFWAY                             PIC 9(08).
004310     05  CM-HOLD-FLAG                           PIC X(01).
004320         88  CM-ON-HOLD                         VALUE "H".
004330     05  CM-HOLD-DISPUTE                        PIC X(06).
004400 WORKING-STORAGE SECTION.
004500 77  CQ-CAPMAST-STATUS                          PIC X(02).
004600 77  CQ-FILE-NAME                               PIC X(80)
010800     DISPLAY "DIGIT COUNT......... " CQ-COUNT-ED
010900     DISPLAY "PART 1 ANSWER....... " CQ-ANS-ED
011000     DISPLAY "PART 2 ANSWER....... " CQ-HALF-ED
011010     IF CM-ON-HOLD
011020         DISPLAY "STATUS.............. ON HOLD - DISPUTE "
011030             CM-HOLD-DISPUTE
011040     END-IF
011100     DISPLAY " ".
011200 1000-EXIT.
011300     EXIT.
