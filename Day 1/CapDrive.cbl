002100*             ITS HISTORY MOVED HERE WITH THE CODE. DAY1 ITSELF
002200*             IS NOW THE CALLABLE INVERSE CAPTCHA SCORER THIS
002300*             DRIVER CALLS WITH THE CAPSCORA COMMAREA.
002310*
002320*             A SCORER HANDS ITS CONTENT BACK EITHER AS DIGITS
002330*             (DAY1, DAY2) OR AS LINES OF TEXT (DAY4), AND EVERY
002340*             PIECE OF MACHINERY THAT LOOKS AT THE CONTENT ITSELF
002350*             - FINGERPRINT, SUSPENSE EVIDENCE, PROFILE - HAS A
002360*             BRANCH FOR EACH.
002400*
002500* MODIFICATION HISTORY.
002600*   2017-12-04  M00SK  ORIGINAL VERSION - CONSOLE ACCEPT OF A
019020*                      AT THE TOP OF CAPIFACE, STAMPED CF IN COLS
019021*                      71-72, SO AN UNBOOKED ROW COMES BACK EVERY
019022*                      DAY UNTIL THE OTHER SIDE TAKES IT.
019024*   2026-10-15  M00SK  LEDGER, EXTRACT AND AUDIT ROWS ARE NOW
019025*                      WRITTEN IN THE V2 LAYOUT: THE OLD COLUMNS
019026*                      STAY PUT AND AN EXTENSION AREA MARKED V2
019027*                      CARRIES THE PUZZLE-TYPE CODE, THE FULL
019028*                      80-BYTE SOURCE NAME AND, ON THE LEDGER,
019029*                      THE PART 2 ANSWER. CAPLEDGR WIDENS TO 177
019030*                      BYTES, CAPIFACE AND CAPIFCF TO 168 AND
019031*                      CAPAUDIT TO 219. CAPCONV CONVERTS THE
019032*                      HISTORY ALREADY ON FILE.
019033*   2026-10-15  M00SK  FILES ATTEMPTED, SCORED AND REJECTED AND
019034*                      BOTH ANSWER TOTALS ARE NOW ALSO KEPT PER
019035*                      PUZZLE TYPE, SO A DAY2 CHECKSUM IS NEVER
019036*                      ADDED INTO A DAY1 CAPTCHA SUM. CAPCKPT
019037*                      CARRIES THE PER-TYPE TOTALS ACROSS A
019038*                      RESTART, CAPRPT PRINTS THEM AS SUBTOTALS
019039*                      AND CAPSTAT (NOW 80 BYTES) CARRIES ONE PT
019040*                      TRAILER RECORD PER TYPE AFTER THE STATUS.
019041*   2026-10-15  M00SK  A RESUBMIT RUN NOW COPIES THE SUSPENSE ROWS
019042*                      IT IS ABOUT TO CLEAR ONTO THE APPEND-ONLY
019043*                      CAPRJHST REJECT HISTORY FIRST, SO EVERY
019044*                      REJECT EVER RAISED IS STILL ON FILE FOR THE
019045*                      MONTH-END VENDOR SCORECARD.
019046*   2026-10-15  M00SK  LEDGER ROWS CARRY THE FILE'S DIGIT COUNT IN
019047*                      COLS 74-80 FOR THE CHARGEBACK BILLING RUN.
019055*   2026-10-15  M00SK  THE RUN IS LOGGED ON CAPJOBLG AND ITS
019063*                      DATASETS LOCKED THROUGH CAPJCTL. A DATASET
019071*                      ALREADY LOCKED BY ANOTHER JOB STOPS THE RUN
019079*                      WITH CONDITION 16 BEFORE ANYTHING OPENS.
019080*   2026-10-15  M00SK  CAPFPRNT IS NOW AN INDEXED FILE KEYED ON
019081*                      THE FINGERPRINT, SO THE DUPLICATE CHECK
019082*                      READS ONE ROW BY KEY INSTEAD OF LOADING THE
019083*                      WHOLE REGISTRY INTO A 2000-SLOT TABLE. A
019084*                      STREAM'S CAPFPRNT.SN IS KEYED THE SAME WAY.
019085*                      A FULL WORKING TABLE NOW STOPS THE RUN WITH
019086*                      CONDITION 16 BEFORE THE NEXT FILE SCORES,
019087*                      AND A RESUBMIT RUN PUTS THE ENTRIES IT
019088*                      NEVER REACHED BACK ON CAPREJ.
019089*   2026-10-15  M00SK  ADDED THE DAY4 PASSPHRASE SCORER. A TEXT
019090*                      FEED HANDS ITS LINES BACK IN THE CAPSCORA
019091*                      TEXT AREA; THE FINGERPRINT, SUSPENSE
019092*                      EVIDENCE AND PROFILE ARE TAKEN FROM THE
019093*                      LINES (LETTER VALUES, WORD LENGTHS AND
019094*                      LETTER COUNTS IN PLACE OF DIGITS), AND THE
019095*                      CHARACTER COUNT STANDS IN FOR THE DIGIT
019096*                      COUNT WHEREVER THE CONTENT'S SIZE IS KEPT.
019106*   2026-10-15  M00SK  A SOURCE HELD UNDER AN OPEN CAPDMNT
019116*                      DISPUTE IS STILL SCORED, BUT ITS EXTRACT
019126*                      ROW GOES TO THE CAPIFHLD HELD FILE STAMPED
019136*                      HD INSTEAD OF CAPIFACE AND ITS MASTER
019146*                      ANSWERS STAY AS THEY ARE. ROWS A CLOSED
019156*                      DISPUTE RELEASED TO CAPIFREL ARE PUT AT THE
019166*                      TOP OF A FRESH EXTRACT, STAMPED CF.
019167*   2026-10-15  M00SK  A RESUBMIT RUN COPIES A SUSPENSE ROW TO
019168*                      CAPRJHST ONLY ONCE IT HAS BEEN
019169*                      RESUBMITTED, SO A ROW A STOPPED RUN PUTS
019170*                      BACK ON CAPREJ IS NOT ON THE HISTORY TOO.
019171*                      A CAPRJHST THAT WILL NOT OPEN NOW LEAVES
019172*                      CAPREJ UNTOUCHED AND NOTHING IS
019173*                      RESUBMITTED.
019176******************************************************************
019186 IDENTIFICATION DIVISION.
019200 PROGRAM-ID. CAPDRIVE.
019300 ENVIRONMENT DIVISION.
019400 INPUT-OUTPUT SECTION.
022000         RECORD KEY IS CM-SOURCE
022100         FILE STATUS IS CP-CAPMAST-STATUS.
022200     SELECT CAPFPRNT-FILE ASSIGN TO "CAPFPRNT"
022210         ORGANIZATION IS INDEXED
022220         ACCESS MODE IS RANDOM
022230         RECORD KEY IS CAPFPRNT-KEY
022400         FILE STATUS IS CP-CAPFPRNT-STATUS.
022500     SELECT CAPSTAT-FILE ASSIGN DYNAMIC CP-CAPSTAT-NAME
022600         ORGANIZATION IS LINE SEQUENTIAL
023934         ORGANIZATION IS LINE SEQUENTIAL
023936         FILE STATUS IS CP-CAPMUPD-STATUS.
023938     SELECT CAPFPWRK-FILE ASSIGN DYNAMIC CP-CAPFPWRK-NAME
023940         ORGANIZATION IS INDEXED
023942         ACCESS MODE IS RANDOM
023944         RECORD KEY IS CAPFPWRK-KEY
023946         FILE STATUS IS CP-CAPFPWRK-STATUS.
023949     SELECT CAPIFCF-FILE ASSIGN TO "CAPIFCF"
023950         ORGANIZATION IS LINE SEQUENTIAL
023960         FILE STATUS IS CP-CAPIFCF-STATUS.
023961     SELECT CAPIFHLD-FILE ASSIGN TO "CAPIFHLD"
023962         ORGANIZATION IS LINE SEQUENTIAL
023963         FILE STATUS IS CP-CAPIFHLD-STATUS.
023964     SELECT CAPIFREL-FILE ASSIGN TO "CAPIFREL"
023965         ORGANIZATION IS LINE SEQUENTIAL
023966         FILE STATUS IS CP-CAPIFREL-STATUS.
023969     SELECT CAPRJHST-FILE ASSIGN TO "CAPRJHST"
023978         ORGANIZATION IS LINE SEQUENTIAL
023987         FILE STATUS IS CP-CAPRJHST-STATUS.
024000 DATA DIVISION.
024100 FILE SECTION.
024200 FD  CAPLEDGR-FILE
024300     LABEL RECORDS ARE STANDARD.
024400 01  CAPLEDGR-RECORD                           PIC X(177).
024500 FD  CAPLIST-FILE
024600     LABEL RECORDS ARE STANDARD.
024700 01  CAPLIST-RECORD                            PIC X(80).
025200     05  CAPRPT-LINE                           PIC X(132).
025300 FD  CAPIFACE-FILE
025400     LABEL RECORDS ARE STANDARD.
025500 01  CAPIFACE-RECORD                           PIC X(168).
025600 FD  CAPCKPT-FILE
025700     LABEL RECORDS ARE STANDARD.
025800 01  CAPCKPT-RECORD.
026500     05  CAPCKPT-ANS-TOTAL                      PIC 9(8).
026600     05  FILLER                                PIC X(1).
026700     05  CAPCKPT-HALF-TOTAL                     PIC 9(8).
026710     05  FILLER                                PIC X(1).
026720     05  CAPCKPT-PT-AREA                        PIC X(442).
026800 FD  CAPAUDIT-FILE
026900     LABEL RECORDS ARE STANDARD.
027000 01  CAPAUDIT-RECORD                            PIC X(219).
027100 FD  CAPREJ-FILE
027200     LABEL RECORDS ARE STANDARD.
027300 01  CAPREJ-RECORD                              PIC X(211).
028100     05  CM-DIGIT-COUNT                         PIC 9(08).
028200     05  CM-ANS                                 PIC 9(08).
028300     05  CM-HALFWAY                             PIC 9(08).
028310     05  CM-HOLD-FLAG                           PIC X(01).
028320         88  CM-ON-HOLD                         VALUE "H".
028330     05  CM-HOLD-DISPUTE                        PIC X(06).
028400 FD  CAPFPRNT-FILE
028500     LABEL RECORDS ARE STANDARD.
028510*    THE KEY IS THE FINGERPRINT ITSELF - DIGIT COUNT, WEIGHTED SUM
028520*    AND PLAIN SUM AT COLS 53-79 - SO THE ROW LAYOUT IS UNCHANGED.
028530 01  CAPFPRNT-RECORD.
028540     05  FILLER                                 PIC X(52).
028550     05  CAPFPRNT-KEY                           PIC X(27).
028560     05  FILLER                                 PIC X(01).
028700 FD  CAPSTAT-FILE
028800     LABEL RECORDS ARE STANDARD.
028900 01  CAPSTAT-RECORD                             PIC X(80).
029000 FD  CAPEXPCT-FILE
029100     LABEL RECORDS ARE STANDARD.
029200 01  CAPEXPCT-RECORD                            PIC X(80).
030530 01  CAPRPIDX-RECORD                            PIC X(43).
030540 FD  CAPIFCF-FILE
030550     LABEL RECORDS ARE STANDARD.
030560 01  CAPIFCF-RECORD                             PIC X(168).
030561 FD  CAPIFHLD-FILE
030562     LABEL RECORDS ARE STANDARD.
030563 01  CAPIFHLD-RECORD                            PIC X(168).
030564 FD  CAPIFREL-FILE
030565     LABEL RECORDS ARE STANDARD.
030566 01  CAPIFREL-RECORD                            PIC X(168).
030567 FD  CAPMUPD-FILE
030568     LABEL RECORDS ARE STANDARD.
030569 01  CAPMUPD-RECORD                             PIC X(118).
030570 FD  CAPFPWRK-FILE
030571     LABEL RECORDS ARE STANDARD.
030572 01  CAPFPWRK-RECORD.
030573     05  FILLER                                 PIC X(52).
030574     05  CAPFPWRK-KEY                           PIC X(27).
030575     05  FILLER                                 PIC X(01).
030578 FD  CAPRJHST-FILE
030584     LABEL RECORDS ARE STANDARD.
030590 01  CAPRJHST-RECORD                            PIC X(211).
030600 WORKING-STORAGE SECTION.
030700 01  CP-DIGIT-9                                PIC 9(1).
030800 01  SZABLONY.
033300     05  FILLER                                 PIC X(1)
033400                                                VALUE SPACE.
033500     05  CP-LL-ANS                              PIC Z(7)9.
033505*    V2 EXTENSION AREA - COLS 1-80 KEEP THEIR OLD MEANING.
033510     05  FILLER                                 PIC X(13)
033515                                                VALUE SPACES.
033516*    DIGITS SCORED, FOR CAPBILL - CAPBKOUT'S REVERSAL ROWS USE
033517*    COLS 62-80 FOR THEIR TAG AND THE ROWS AND DIGITS REVERSED.
033518     05  CP-LL-DIGITS                           PIC 9(07).
033520     05  CP-LL-VERSION                          PIC X(2)
033525                                                VALUE "V2".
033530     05  FILLER                                 PIC X(1)
033535                                                VALUE SPACE.
033540     05  CP-LL-PUZZLE                           PIC X(4).
033545     05  FILLER                                 PIC X(1)
033550                                                VALUE SPACE.
033555     05  CP-LL-HALFWAY                          PIC Z(7)9.
033560     05  FILLER                                 PIC X(1)
033565                                                VALUE SPACE.
033570     05  CP-LL-FULL-SOURCE                      PIC X(80).
033600 01  CP-AU-RAW-TIMESTAMP                        PIC X(21).
033700 01  CP-AU-TIMESTAMP-X.
033800     05  CP-AU-TS-YYYY                          PIC X(4).
036800     05  FILLER                                  PIC X(1)
036900                                                  VALUE SPACE.
037000     05  CP-AU-HALFWAY                           PIC Z(7)9.
037010*    COLS 110-130 BELONG TO CAPMNT AND CAPBKOUT ROWS AND STAY
037020*    BLANK HERE; THE V2 EXTENSION AREA FOLLOWS THEM.
037030     05  FILLER                                  PIC X(23)
037040                                                  VALUE SPACES.
037050     05  CP-AU-VERSION                           PIC X(2)
037060                                                  VALUE "V2".
037070     05  FILLER                                  PIC X(1)
037080                                                  VALUE SPACE.
037090     05  CP-AU-PUZZLE                            PIC X(4).
037092     05  FILLER                                  PIC X(1)
037094                                                  VALUE SPACE.
037096     05  CP-AU-FULL-SOURCE                       PIC X(80).
037100 01  CP-IFACE-LINE.
037200     05  CP-IF-DATE                             PIC X(10).
037300     05  FILLER                                 PIC X(1)
037900     05  FILLER                                 PIC X(1)
038000                                                VALUE SPACE.
038100     05  CP-IF-HALFWAY                          PIC 9(8).
038110*    COLS 71-72 TAKE THE CF/RV STAMP; THE V2 EXTENSION AREA
038120*    FOLLOWS COL 80.
038130     05  FILLER                                 PIC X(11)
038140                                                VALUE SPACES.
038150     05  CP-IF-VERSION                          PIC X(2)
038160                                                VALUE "V2".
038170     05  FILLER                                 PIC X(1)
038180                                                VALUE SPACE.
038190     05  CP-IF-PUZZLE                           PIC X(4).
038192     05  FILLER                                 PIC X(1)
038194                                                VALUE SPACE.
038196     05  CP-IF-FULL-SOURCE                      PIC X(80).
038200 01  CP-REJECT-LINE.
038300     05  CP-RJ-DATE                             PIC X(10).
038400     05  FILLER                                 PIC X(1)
043400                                                VALUE ZERO.
043500 77  CP-CKPT-FILE-NAME                          PIC X(80)
043600                                                VALUE SPACES.
043610 01  CP-CKPT-PT-AREA                            PIC X(442)
043620                                                VALUE SPACES.
043700 77  CP-RESUME-SW                               PIC X(01)
043800                                                VALUE "N".
043900     88  CP-RESUME-MODE                         VALUE "Y".
044400 77  CP-CAPIFACE-STATUS                         PIC X(02).
044500 77  CP-CAPAUDIT-STATUS                         PIC X(02).
044600 77  CP-CAPREJ-STATUS                           PIC X(02).
044610 77  CP-CAPRJHST-STATUS                         PIC X(02).
044700 77  CP-CAPMAST-STATUS                          PIC X(02).
044800 77  CP-MAST-FOUND-SW                           PIC X(01)
044900                                                VALUE "N".
045800 77  CP-FP-KNOWN-SW                             PIC X(01)
045900                                                VALUE "N".
046000     88  CP-FP-KNOWN                            VALUE "Y".
046007 77  CP-FP-OPEN-SW                              PIC X(01)
046014                                                VALUE "N".
046021     88  CP-FP-OPEN                             VALUE "Y".
046028 77  CP-FPWRK-OPEN-SW                           PIC X(01)
046035                                                VALUE "N".
046042     88  CP-FPWRK-OPEN                          VALUE "Y".
046049 77  CP-FP-HIT-SOURCE                           PIC X(40)
046056                                                VALUE SPACES.
046063 77  CP-FULL-TABLE                              PIC X(10)
046070                                                VALUE SPACES.
046077 77  CP-ABANDON-SW                              PIC X(01)
046084                                                VALUE "N".
046091     88  CP-ABANDONED                           VALUE "Y".
046100 77  CP-CAPSTAT-STATUS                          PIC X(02).
046200 77  CP-RUN-RC                                  PIC 9(2)
046300                                                VALUE ZERO.
048400     05  FILLER                                 PIC X(1)
048500                                                VALUE SPACE.
048600     05  CP-ST-CONDITION                        PIC X(12).
048601*-----------------------------------------------------------------
048602* THE BATCH TOTALS ABOVE MIX EVERY PUZZLE THE RUN SCORED. THE
048603* SAME COUNTS AND ANSWER TOTALS ARE ALSO KEPT PER PUZZLE-TYPE
048604* CODE HERE, ONE SLOT PER CODE IN THE ORDER FIRST SEEN - A
048605* MANIFEST TYPO THAT ENDS AS A PT REJECT GETS A SLOT OF ITS OWN.
048606* THE WHOLE GROUP RIDES ON CAPCKPT AS IT STANDS, SO ITS FIELDS
048607* STAY DISPLAY NUMERIC. EACH SLOT GOES OUT AS A SUBTOTAL LINE ON
048608* CAPRPT AND AS A PT TRAILER RECORD ON CAPSTAT.
048609*-----------------------------------------------------------------
048610 01  CP-PT-TABLE.
048611     05  CP-PT-COUNT                            PIC 9(02)
048612                                                VALUE ZERO.
048613     05  CP-PT-ENTRY OCCURS 10 TIMES.
048614         10  CP-PT-CODE                         PIC X(04).
048615         10  CP-PT-ATTEMPTED                    PIC 9(08).
048616         10  CP-PT-SCORED                       PIC 9(08).
048617         10  CP-PT-REJECTED                     PIC 9(08).
048618         10  CP-PT-ANS-TOTAL                    PIC 9(08).
048619         10  CP-PT-HALF-TOTAL                   PIC 9(08).
048620 77  CP-PT-IX                                   PIC 9(04) COMP
048621                                                VALUE ZERO.
048622 77  CP-PT-JX                                   PIC 9(04) COMP
048623                                                VALUE ZERO.
048624 01  CP-STATUS-TYPE-LINE.
048625     05  CP-SX-DATE                             PIC X(10).
048626     05  FILLER                                 PIC X(1)
048627                                                VALUE SPACE.
048628     05  CP-SX-ATTEMPTED                        PIC 9(8).
048629     05  FILLER                                 PIC X(1)
048630                                                VALUE SPACE.
048631     05  CP-SX-SCORED                           PIC 9(8).
048632     05  FILLER                                 PIC X(1)
048633                                                VALUE SPACE.
048634     05  CP-SX-REJECTED                         PIC 9(8).
048635     05  FILLER                                 PIC X(1)
048636                                                VALUE SPACE.
048637     05  CP-SX-TAG                              PIC X(2)
048638                                                VALUE "PT".
048639     05  FILLER                                 PIC X(1)
048640                                                VALUE SPACE.
048641     05  CP-SX-PUZZLE                           PIC X(4).
048642     05  FILLER                                 PIC X(1)
048643                                                VALUE SPACE.
048644     05  CP-SX-ANS-TOTAL                        PIC 9(8).
048645     05  FILLER                                 PIC X(1)
048646                                                VALUE SPACE.
048647     05  CP-SX-HALF-TOTAL                       PIC 9(8).
048648*-----------------------------------------------------------------
048649* ONE CAPRPT SUBTOTAL LINE PER PUZZLE TYPE. CAPVERIF READS THE
048650* CODE, SCORED COUNT AND BOTH TOTALS BACK OFF THESE COLUMNS AND
048651* CAPMERGE WRITES THE SAME LINE, SO THEY MUST NOT DRIFT.
048652*-----------------------------------------------------------------
048653 01  CP-PT-RPT-LINE.
048654     05  FILLER                                 PIC X(07)
048655                                                VALUE "  TYPE ".
048656     05  CP-PR-PUZZLE                           PIC X(04).
048657     05  FILLER                                 PIC X(13)
048658                                          VALUE "   ATTEMPTED ".
048659     05  CP-PR-ATTEMPTED                        PIC Z(7)9.
048660     05  FILLER                                 PIC X(10)
048661                                             VALUE "   SCORED ".
048662     05  CP-PR-SCORED                           PIC Z(7)9.
048663     05  FILLER                                 PIC X(12)
048664                                           VALUE "   REJECTED ".
048665     05  CP-PR-REJECTED                         PIC Z(7)9.
048666     05  FILLER                                 PIC X(12)
048667                                           VALUE "   PART 1.. ".
048668     05  CP-PR-ANS                              PIC Z(7)9.
048669     05  FILLER                                 PIC X(12)
048670                                           VALUE "   PART 2.. ".
048671     05  CP-PR-HALF                             PIC Z(7)9.
048700 77  CP-FP-WSUM                                 PIC 9(9)
048800                                                VALUE ZERO.
048900 77  CP-FP-PSUM                                 PIC 9(8)
050800     05  FILLER                                 PIC X(1)
050900                                                VALUE SPACE.
051000     05  CP-FP-PSUM-OUT                         PIC 9(8).
051900 01  CP-DUP-TABLE.
052000     05  CP-DUP-COUNT                           PIC 9(4) COMP
052100                                                VALUE ZERO.
054800 77  CP-CAPQRPT-STATUS                          PIC X(02).
054802 77  CP-CAPRPIDX-STATUS                         PIC X(02).
054803 77  CP-CAPIFCF-STATUS                          PIC X(02).
054804 77  CP-CAPIFHLD-STATUS                         PIC X(02).
054805 77  CP-CAPIFREL-STATUS                         PIC X(02).
054806*-----------------------------------------------------------------
054807* EACH REPORT IS WRITTEN AS A DATED GENERATION - CAPRPT.YYYYMMDD
054808* AND SO ON - INSTEAD OF OVERWRITING ONE FIXED NAME, AND EVERY
054810* GENERATION PRODUCED IS RECORDED ON THE CAPRPIDX INDEX WITH ITS
054812* REPORT TYPE, RUN DATE AND FINAL CONDITION, SO CAPRPRNT CAN
058400                                                JUSTIFIED RIGHT.
058500 01  CP-FREQ-TABLE.
058600     05  CP-FREQ-CNT OCCURS 10 TIMES            PIC 9(8).
058603*-----------------------------------------------------------------
058606* TEXT CONTENT. CP-CONTENT-COUNT IS THE SIZE OF WHATEVER THE
058609* SCORER HANDED BACK - DIGITS, OR CHARACTERS OVER ALL LINES OF A
058612* TEXT FEED - AND IS WHAT THE LEDGER, AUDIT, MASTER, PROFILE AND
058615* FINGERPRINT RECORD AS THE FILE'S SIZE. A LETTER'S VALUE IS ITS
058618* PLACE IN CP-ALPHABET (1-26); A SPACE COUNTS 27, A LINE END 28.
058621*-----------------------------------------------------------------
058624 77  CP-CONTENT-COUNT                           PIC 9(8) COMP
058627                                                VALUE ZERO.
058630 77  CP-FP-VALUE                                PIC 9(2)
058633                                                VALUE ZERO.
058636 77  CP-TX-CHAR                                 PIC X(1)
058639                                                VALUE SPACE.
058642 77  CP-LX                                      PIC 9(4) COMP
058645                                                VALUE ZERO.
058648 77  CP-WORD-LEN                                PIC 9(8)
058651                                                VALUE ZERO.
058654 77  CP-LETTERS                                 PIC 9(8)
058657                                                VALUE ZERO.
058660 77  CP-EV-PTR                                  PIC 9(4) COMP
058663                                                VALUE ZERO.
058666 01  CP-ALPHABET                                PIC X(26)
058669             VALUE "abcdefghijklmnopqrstuvwxyz".
058672 01  CP-LETTER-TABLE.
058675     05  CP-LTR-CNT OCCURS 26 TIMES             PIC 9(8).
058700 01  CP-PROF-LINE.
058800     05  CP-PF-DATE                             PIC X(10).
058900     05  FILLER                                 PIC X(1)
069300 77  CP-REJ-DONE-SW                             PIC X(01)
069400                                                VALUE "N".
069500     88  CP-REJ-ALREADY-DONE                    VALUE "Y".
069510 77  CP-RJHST-OPEN-SW                           PIC X(01)
069520                                                VALUE "N".
069530     88  CP-RJHST-OPEN                          VALUE "Y".
069600 01  CP-REJ-TABLE.
069700     05  CP-REJ-COUNT                           PIC 9(4) COMP
069800                                                VALUE ZERO.
069900     05  CP-REJ-ENTRY OCCURS 500 TIMES.
070000         10  CP-RJ-T-SOURCE                     PIC X(80).
070100         10  CP-RJ-T-PUZZLE                     PIC X(04).
070110         10  CP-RJ-T-ROW                        PIC X(211).
070200 77  CP-BATCH-ERROR-SW                          PIC X(01)
070300                                                VALUE "N".
070400     88  CP-BATCH-HAD-ERROR                     VALUE "Y".
070923* UPDATE THE SHARED CAPMAST, CAPFPRNT OR CAPRPIDX IN PLACE, SO A
070924* STREAM POSTS ITS MASTER UPDATES AS CAPMUPD.SN TRANSACTIONS,
070925* ITS NEW FINGERPRINTS TO CAPFPRNT.SN AND ITS REPORT-INDEX ROWS
070926* TO CAPRPIDX.SN, ALL APPLIED SERIALLY BY CAPMERGE. A STREAM
070927* READS THE SHARED REGISTRY AND ITS OWN CAPFPRNT.SN BY KEY, SO A
070928* DUPLICATE ARRIVING IN TWO STREAMS OF THE SAME RUN SLIPS PAST
070929* 2850-CHECK-DUPLICATE - CAPMERGE NAMES IT WHEN IT FOLDS THE
070930* SECOND STREAM'S ROW INTO CAPFPRNT.
070931*-----------------------------------------------------------------
070932 77  CP-STREAM-ID                               PIC X(02)
070934                                                VALUE SPACES.
070936 77  CP-STREAM-MODE-SW                          PIC X(01)
070975 77  CP-CF-CLEAN-SW                             PIC X(01)
070976                                                VALUE "N".
070977     88  CP-CF-CLEAN                            VALUE "Y".
070980 77  CP-REL-COUNT                               PIC 9(08)
070983                                                VALUE ZERO.
070986 77  CP-REL-CLEAN-SW                            PIC X(01)
070989                                                VALUE "N".
070992     88  CP-REL-CLEAN                           VALUE "Y".
070995 77  CP-HELD-SW                                 PIC X(01)
070998                                                VALUE "N".
071001     88  CP-SOURCE-HELD                         VALUE "Y".
071004 77  CP-HELD-DISPUTE                            PIC X(06).
071007 77  CP-HELD-COUNT                              PIC 9(08)
071010                                                VALUE ZERO.
071013 77  CP-CAPMUPD-STATUS                          PIC X(02).
071016 77  CP-CAPFPWRK-STATUS                         PIC X(02).
071019 77  CP-CAPRPIDX-NAME                           PIC X(80)
071022                                              VALUE "CAPRPIDX".
071025 77  CP-CAPMUPD-NAME                            PIC X(80)
071028                                               VALUE "CAPMUPD".
071031 77  CP-CAPFPWRK-NAME                           PIC X(80)
071034                                              VALUE "CAPFPRNT".
071037 01  CP-MUPD-LINE.
071040     05  CP-MU-DATE                             PIC X(10).
071043     05  FILLER                                 PIC X(01)
071046                                                VALUE SPACE.
071049     05  CP-MU-SOURCE                           PIC X(80).
071052     05  FILLER                                 PIC X(01)
071055                                                VALUE SPACE.
071058     05  CP-MU-DIGITS                           PIC 9(08).
071061     05  FILLER                                 PIC X(01)
071064                                                VALUE SPACE.
071067     05  CP-MU-ANS                              PIC 9(08).
071070     05  FILLER                                 PIC X(01)
071073                                                VALUE SPACE.
071076     05  CP-MU-HALF                             PIC 9(08).
071079*-----------------------------------------------------------------
071100* THE CAPSCORA COMMAREA CARRIES EACH FILE'S NAME AND PUZZLE TYPE
071200* TO THE SCORER AND ITS ANSWERS, MATCH COUNTS, REJECT DETAILS
071300* AND CAPTURED DIGIT TABLE BACK - SEE THE COPYBOOK FOR THE
071400* LAYOUT AND THE REASON CODES.
071500*-----------------------------------------------------------------
071600 COPY CAPSCORA.
071610*-----------------------------------------------------------------
071620* THE CAPJOBA COMMAREA CARRIES THE JOB'S NAME, DATASET LOCKS AND
071630* COUNTS TO THE CAPJCTL JOB-CONTROL SUBPROGRAM - SEE THE COPYBOOK.
071640*-----------------------------------------------------------------
071650 COPY CAPJOBA.
071700 PROCEDURE DIVISION.
071800 0000-MAIN SECTION.
071900*-----------------------------------------------------------------
072000 0000-MAINLINE.
072100     PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
072110     PERFORM 0970-GET-STREAM THRU 0970-EXIT
072120     PERFORM 0800-JOB-START THRU 0800-EXIT
072130     IF JC-REFUSED
072140         MOVE 16 TO RETURN-CODE
072150         STOP RUN
072160     END-IF
072200     ACCEPT CP-RUN-MODE FROM ENVIRONMENT "CAPMODE"
072300     ACCEPT CP-DUPSKIP-SW FROM ENVIRONMENT "CAPDUPSKIP"
072400     PERFORM 0950-GET-THRESHOLDS THRU 0950-EXIT
072410     PERFORM 2750-OPEN-FINGERPRINTS THRU 2750-EXIT
072600     IF CP-RESUBMIT-MODE
072700         PERFORM 1900-PROCESS-RESUBMIT THRU 1900-EXIT
072800         PERFORM 3500-DISPLAY-BATCH-SUMMARY THRU 3500-EXIT
073000         IF CP-REGRESS-MODE
073100             PERFORM 2700-LOAD-EXPECTED THRU 2700-EXIT
073200         END-IF
073210         IF NOT CP-ABANDONED
073220             PERFORM 1600-PROCESS-BATCH THRU 1600-EXIT
073230         END-IF
073400         PERFORM 3500-DISPLAY-BATCH-SUMMARY THRU 3500-EXIT
073500         IF CP-REGRESS-MODE
073600             PERFORM 3800-WRITE-REGRESS-REPORT THRU 3800-EXIT
073810             END-IF
073900         END-IF
074000     END-IF
074010     PERFORM 2760-CLOSE-FINGERPRINTS THRU 2760-EXIT
074100*       A REPAIR RUN'S HANDFUL OF RESUBMITTED FILES MUST NOT
074110*       OVERWRITE THE MAIN BATCH'S QUALITY REPORT, THE SAME WAY
074120*       1900-PROCESS-RESUBMIT LEAVES CAPRPT ALONE.
074410     PERFORM 3950-WRITE-REPORT-INDEX THRU 3950-EXIT
074420     PERFORM 1580-CLEAR-CARRYFWD THRU 1580-EXIT
074500     MOVE CP-RUN-RC TO RETURN-CODE
074510     PERFORM 0890-JOB-END THRU 0890-EXIT
074600     STOP RUN.
074700 0000-EXIT.
074701     EXIT.
074702*-----------------------------------------------------------------
074703* 0800-JOB-START LOGS THE JOB'S START ON CAPJOBLG AND TAKES ITS
074704* DATASET LOCKS THROUGH CAPJCTL. IF ANOTHER JOB HOLDS ONE, CAPJCTL
074705* NAMES IT ON THE CONSOLE AND JC-REFUSED COMES BACK SET. THE
074706* PER-RUN DATASETS ARE LOCKED UNDER THEIR STREAM NAMES.
074707*-----------------------------------------------------------------
074708 0800-JOB-START SECTION.
074709 0800-START.
074710     MOVE SPACES TO CAPJOB-COMMAREA
074711     MOVE "S" TO JC-FUNCTION
074712     MOVE "CAPDRIVE" TO JC-PROGRAM
074713     MOVE 10 TO JC-LOCK-COUNT
074714     MOVE CP-CAPLIST-NAME TO JC-LOCK-DSN(1)
074715     MOVE "R" TO JC-LOCK-MODE(1)
074716     MOVE CP-CAPCKPT-NAME TO JC-LOCK-DSN(2)
074717     MOVE CP-CAPLEDGR-NAME TO JC-LOCK-DSN(3)
074718     MOVE CP-CAPIFACE-NAME TO JC-LOCK-DSN(4)
074719     MOVE CP-CAPAUDIT-NAME TO JC-LOCK-DSN(5)
074720     MOVE CP-CAPREJ-NAME TO JC-LOCK-DSN(6)
074721     MOVE CP-CAPSTAT-NAME TO JC-LOCK-DSN(7)
074722     MOVE CP-CAPPROF-NAME TO JC-LOCK-DSN(8)
074723     MOVE CP-CAPRPIDX-NAME TO JC-LOCK-DSN(9)
074724     MOVE CP-CAPFPWRK-NAME TO JC-LOCK-DSN(10)
074725     PERFORM 0810-UPDATE-MODE THRU 0810-EXIT
074726         VARYING JC-LOCK-COUNT FROM 2 BY 1
074727         UNTIL JC-LOCK-COUNT > 10
074728*    A STREAM ONLY READS THE SHARED MASTER AND REGISTRY - CAPMERGE
074729*    APPLIES ITS CAPMUPD.SN UPDATES - SO STREAMS CAN RUN SIDE BY
074730*    SIDE WHILE A SERIAL RUN OR THE MERGE HOLDS THEM ALONE.
074731*    ONLY A SERIAL RUN TOUCHES THE DISPUTE HOLD FILES - A STREAM'S
074732*    HELD ROWS ARE SET ASIDE BY CAPMERGE.
074733     IF CP-STREAM-MODE
074734         MOVE CP-CAPMUPD-NAME TO JC-LOCK-DSN(11)
074735         MOVE "U" TO JC-LOCK-MODE(11)
074736         MOVE "CAPMAST" TO JC-LOCK-DSN(12)
074737         MOVE "R" TO JC-LOCK-MODE(12)
074738         MOVE "CAPFPRNT" TO JC-LOCK-DSN(13)
074739         MOVE "R" TO JC-LOCK-MODE(13)
074740         MOVE 13 TO JC-LOCK-COUNT
074741     ELSE
074742         MOVE "CAPMAST" TO JC-LOCK-DSN(11)
074743         MOVE "U" TO JC-LOCK-MODE(11)
074744         MOVE "CAPIFCF" TO JC-LOCK-DSN(12)
074745         MOVE "U" TO JC-LOCK-MODE(12)
074746         MOVE "CAPRJHST" TO JC-LOCK-DSN(13)
074747         MOVE "U" TO JC-LOCK-MODE(13)
074748         MOVE "CAPIFHLD" TO JC-LOCK-DSN(14)
074749         MOVE "U" TO JC-LOCK-MODE(14)
074750         MOVE "CAPIFREL" TO JC-LOCK-DSN(15)
074751         MOVE "U" TO JC-LOCK-MODE(15)
074752         MOVE 15 TO JC-LOCK-COUNT
074753     END-IF
074754     CALL "CAPJCTL" USING CAPJOB-COMMAREA.
074755 0800-EXIT.
074756     EXIT.
074757*-----------------------------------------------------------------
074758 0810-UPDATE-MODE SECTION.
074759 0810-START.
074760     MOVE "U" TO JC-LOCK-MODE(JC-LOCK-COUNT).
074761 0810-EXIT.
074762     EXIT.
074763*-----------------------------------------------------------------
074764* 0890-JOB-END LOGS THE JOB'S END ON CAPJOBLG WITH ITS CONDITION
074765* CODE AND KEY COUNTS AND RELEASES ITS LOCKS. THE JOB'S OWN
074766* CONDITION IS PUT BACK IN RETURN-CODE AFTER THE CALL.
074767*-----------------------------------------------------------------
074768 0890-JOB-END SECTION.
074769 0890-START.
074770     MOVE RETURN-CODE TO JC-CONDITION
074771     MOVE "E" TO JC-FUNCTION
074772     MOVE "ATTEMPTED" TO JC-COUNT-LABEL(1)
074773     MOVE CP-FILES-ATTEMPTED TO JC-COUNT-VALUE(1)
074774     MOVE "REJECTED" TO JC-COUNT-LABEL(2)
074775     MOVE CP-FILES-REJECTED TO JC-COUNT-VALUE(2)
074776     MOVE "DUPLICATES" TO JC-COUNT-LABEL(3)
074777     MOVE CP-DUP-COUNT TO JC-COUNT-VALUE(3)
074778     MOVE "HELD" TO JC-COUNT-LABEL(4)
074779     MOVE CP-HELD-COUNT TO JC-COUNT-VALUE(4)
074780     CALL "CAPJCTL" USING CAPJOB-COMMAREA
074781     MOVE JC-CONDITION TO RETURN-CODE.
074782 0890-EXIT.
074800     EXIT.
074900*-----------------------------------------------------------------
075000* 0900-GET-RUN-DATE CAPTURES TODAY'S DATE ONCE, UP FRONT, SO
083100     MOVE ZERO TO CP-BATCH-FILE-COUNT
083200     MOVE ZERO TO CP-BATCH-ANS-TOTAL
083300     MOVE ZERO TO CP-BATCH-HALF-TOTAL
083310     MOVE ZERO TO CP-PT-COUNT
083400     MOVE "N" TO CP-BATCH-ERROR-SW
083500     PERFORM 1550-LOAD-CHECKPOINT THRU 1550-EXIT
083600     PERFORM 1560-OPEN-INTERFACE THRU 1560-EXIT
086100         MOVE CP-CKPT-FILE-COUNT TO CP-BATCH-FILE-COUNT
086200         MOVE CP-CKPT-ANS-TOTAL TO CP-BATCH-ANS-TOTAL
086300         MOVE CP-CKPT-HALF-TOTAL TO CP-BATCH-HALF-TOTAL
086310         PERFORM 1590-RESTORE-TYPE-TOTALS THRU 1590-EXIT
086400     END-IF
086500     MOVE "CAPLIST (BATCH MANIFEST)" TO CP-BATCH-SOURCE-DESC
086600     MOVE "N" TO CP-LIST-EOF-SW
086700     PERFORM 1610-READ-LIST-RECORD THRU 1610-EXIT
086800     PERFORM 1620-BATCH-LOOP THRU 1620-EXIT
086810         UNTIL CP-LIST-EOF OR CP-ABANDONED
087000     IF NOT CP-BATCH-HAD-ERROR
087100         PERFORM 1780-CLEAR-CHECKPOINT THRU 1780-EXIT
087200     END-IF
091310         GO TO 1560-EXIT
091320     END-IF
091330*       A FRESH SERIAL RUN RE-PRESENTS THE EXTRACT ROWS THE
091337*       IMPORT JOB NEVER ACKNOWLEDGED AND THE HELD ROWS A CLOSED
091344*       DISPUTE RELEASED. A RESUMED RUN'S EARLIER SEGMENT ALREADY
091351*       DID THIS, AND ON A SPLIT RUN IT IS CAPMERGE'S JOB AGAINST
091358*       THE CONSOLIDATED EXTRACT.
091370     IF NOT CP-RESUME-MODE AND NOT CP-STREAM-MODE
091380         PERFORM 1570-PRELOAD-CARRYFWD THRU 1570-EXIT
091384         PERFORM 1575-PRELOAD-RELEASED THRU 1575-EXIT
091390     END-IF.
091500 1560-EXIT.
091600     EXIT.
091648 1570-EXIT.
091649     EXIT.
091650*-----------------------------------------------------------------
091652* 1575-PRELOAD-RELEASED COPIES THE CAPIFREL ROWS - EXTRACT ROWS
091654* HELD WHILE THEIR SOURCE WAS UNDER DISPUTE, RELEASED BY CAPDMNT
091656* WHEN THE DISPUTE CLOSED - TO TODAY'S FRESH CAPIFACE, STAMPED CF
091658* THE SAME AS A CARRIED ROW: THEY WERE SCORED ON AN EARLIER DAY
091660* AND ARE NOT PART OF TODAY'S CROSS-FOOT. LIKE THE CARRY FILE,
091662* CAPIFREL IS ONLY EMPTIED BY A RUN THAT FINISHES CLEANLY.
091664*-----------------------------------------------------------------
091666 1575-PRELOAD-RELEASED SECTION.
091668 1575-START.
091670     MOVE ZERO TO CP-REL-COUNT
091672     OPEN INPUT CAPIFREL-FILE
091674     IF CP-CAPIFREL-STATUS NOT = "00"
091676         GO TO 1575-EXIT
091678     END-IF.
091680 1575-COPY-LOOP.
091682     READ CAPIFREL-FILE
091684         AT END
091686             MOVE "Y" TO CP-REL-CLEAN-SW
091688             GO TO 1575-COPIES-DONE
091690     END-READ
091692     IF CAPIFREL-RECORD = SPACES
091694         GO TO 1575-COPY-LOOP
091696     END-IF
091698     MOVE "CF" TO CAPIFREL-RECORD(71:2)
091700     WRITE CAPIFACE-RECORD FROM CAPIFREL-RECORD
091702     IF CP-CAPIFACE-STATUS NOT = "00"
091704         DISPLAY "CAPDRIVE - RELEASED ROW WRITE FAILED, "
091706             "STATUS " CP-CAPIFACE-STATUS
091708         MOVE 8 TO CP-NEW-RC
091710         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
091712         GO TO 1575-COPIES-DONE
091714     END-IF
091716     ADD 1 TO CP-REL-COUNT
091718     GO TO 1575-COPY-LOOP.
091720 1575-COPIES-DONE.
091722     CLOSE CAPIFREL-FILE
091724     IF CP-REL-COUNT > ZERO AND CP-REL-CLEAN
091726         DISPLAY "CAPDRIVE - " CP-REL-COUNT " HELD EXTRACT "
091728             "ROW(S) RELEASED FROM CAPIFREL"
091730     END-IF.
091732 1575-EXIT.
091734     EXIT.
091736*-----------------------------------------------------------------
091738* 1580-CLEAR-CARRYFWD EMPTIES CAPIFCF ONCE A REAL BATCH RUN HAS
091740* FINISHED CLEANLY - THE CARRIED ROWS ARE THEN SAFELY IN THE
091742* EXTRACT THE IMPORT JOB WILL SEE. A RESUMED RUN CLEARS IT TOO:
091744* ITS EARLIER SEGMENT DID THE PRELOADING AND THE EXTEND KEPT
091746* THOSE ROWS. AN UNCLEAN RUN LEAVES THE CARRY FILE STANDING SO
091748* NOTHING UNBOOKED CAN EVAPORATE WITH A RERUN. CAPIFREL, THE
091750* RELEASED DISPUTE ROWS, IS CLEARED BY THE SAME RULES.
091752*-----------------------------------------------------------------
091754 1580-CLEAR-CARRYFWD SECTION.
091756 1580-START.
091758     IF CP-REGRESS-MODE OR CP-RESUBMIT-MODE OR CP-STREAM-MODE
091760         GO TO 1580-EXIT
091762     END-IF
091764     IF CP-RUN-RC >= 8
091766         GO TO 1580-EXIT
091768     END-IF
091770     IF (CP-CF-COUNT > ZERO AND CP-CF-CLEAN)
091772             OR CP-RESUME-MODE
091774         OPEN OUTPUT CAPIFCF-FILE
091776         CLOSE CAPIFCF-FILE
091778     END-IF
091780     IF (CP-REL-COUNT > ZERO AND CP-REL-CLEAN)
091782             OR CP-RESUME-MODE
091784         OPEN OUTPUT CAPIFREL-FILE
091786         CLOSE CAPIFREL-FILE
091788     END-IF.
091790 1580-EXIT.
091792     EXIT.
091794*-----------------------------------------------------------------
091800* 1550-LOAD-CHECKPOINT READS THE LAST FILE SEQUENCE NUMBER AND
091900* FILE NAME COMPLETED BY A PRIOR RUN FROM CAPCKPT, IF ONE EXISTS,
092000* SO A RESTARTED BATCH CAN PICK UP WHERE IT LEFT OFF INSTEAD OF
094200     MOVE ZERO TO CP-CKPT-ANS-TOTAL
094300     MOVE ZERO TO CP-CKPT-HALF-TOTAL
094400     MOVE SPACES TO CP-CKPT-FILE-NAME
094410     MOVE SPACES TO CP-CKPT-PT-AREA
094500     MOVE "N" TO CP-RESUME-SW
094600     OPEN INPUT CAPCKPT-FILE
094700     IF CP-CAPCKPT-STATUS NOT = "00"
095400             MOVE CAPCKPT-ANS-TOTAL TO CP-CKPT-ANS-TOTAL
095500             MOVE CAPCKPT-HALF-TOTAL TO CP-CKPT-HALF-TOTAL
095600             MOVE CAPCKPT-FILE-NAME TO CP-CKPT-FILE-NAME
095610             MOVE CAPCKPT-PT-AREA TO CP-CKPT-PT-AREA
095700             MOVE "Y" TO CP-RESUME-SW
095800             DISPLAY "CAPDRIVE - RESUMING BATCH AFTER "
095900                 "CHECKPOINT, LAST FILE SEQ " CP-CKPT-LAST-SEQ
096100     CLOSE CAPCKPT-FILE.
096200 1550-EXIT.
096300     EXIT.
096303*-----------------------------------------------------------------
096306* 1590-RESTORE-TYPE-TOTALS FOLDS THE PER-TYPE TOTALS CAPCKPT
096309* CARRIED FORWARD BACK INTO CP-PT-TABLE ON A RESUMED CAPLIST RUN,
096312* AND REBUILDS THE RUN'S ATTEMPTED AND REJECTED COUNTS FROM THEM,
096315* SO THE CAPSTAT STATUS AND ITS PT TRAILERS STILL ADD UP ACROSS
096318* THE RESTART. A CHECKPOINT WRITTEN BEFORE THE TABLE EXISTED
096321* CARRIES NONE - THE SUBTOTALS THEN COVER ONLY THIS SEGMENT, AND
096324* THE CONSOLE SAYS SO.
096327*-----------------------------------------------------------------
096330 1590-RESTORE-TYPE-TOTALS SECTION.
096333 1590-START.
096336     IF CP-CKPT-PT-AREA(1:2) NOT NUMERIC
096339             OR CP-CKPT-PT-AREA(1:2) > "10"
096342         DISPLAY "CAPDRIVE - CHECKPOINT CARRIES NO PER-TYPE "
096345             "TOTALS, SUBTOTALS COVER THIS SEGMENT ONLY"
096348         GO TO 1590-EXIT
096351     END-IF
096354     MOVE CP-CKPT-PT-AREA TO CP-PT-TABLE
096357     MOVE ZERO TO CP-FILES-ATTEMPTED
096360     MOVE ZERO TO CP-FILES-REJECTED
096363     PERFORM 1595-RESTORE-ONE-TYPE THRU 1595-EXIT
096366         VARYING CP-PT-IX FROM 1 BY 1
096369         UNTIL CP-PT-IX > CP-PT-COUNT.
096372 1590-EXIT.
096375     EXIT.
096378*-----------------------------------------------------------------
096381 1595-RESTORE-ONE-TYPE SECTION.
096384 1595-START.
096387     ADD CP-PT-ATTEMPTED(CP-PT-IX) TO CP-FILES-ATTEMPTED
096390     ADD CP-PT-REJECTED(CP-PT-IX) TO CP-FILES-REJECTED.
096393 1595-EXIT.
096396     EXIT.
096400*-----------------------------------------------------------------
096500* EACH CAPLIST MANIFEST RECORD LEADS WITH THE FOUR-CHARACTER
096600* PUZZLE-TYPE CODE IN COLS 1-4 AND NAMES THE FILE IN COLS 6-80.
101600         MOVE ZERO TO CP-BATCH-FILE-COUNT
101700         MOVE ZERO TO CP-BATCH-ANS-TOTAL
101800         MOVE ZERO TO CP-BATCH-HALF-TOTAL
101810         MOVE ZERO TO CP-PT-COUNT
101820         MOVE ZERO TO CP-FILES-ATTEMPTED
101830         MOVE ZERO TO CP-FILES-REJECTED
101900     END-IF
102000     IF CP-SKIP-FILE
102100         DISPLAY "CAPDRIVE - SKIPPING ALREADY CHECKPOINTED FILE "
103500*-----------------------------------------------------------------
103600 1700-RUN-ONE-FILE SECTION.
103700 1700-START.
103710     PERFORM 1705-CHECK-TABLE-ROOM THRU 1705-EXIT
103720     IF NOT CP-ABANDONED
103730         PERFORM 1720-FIND-PUZZLE-SLOT THRU 1720-EXIT
103740     END-IF
103750     IF CP-ABANDONED
103760         GO TO 1700-EXIT
103770     END-IF
103800     ADD 1 TO CP-FILES-ATTEMPTED
103820     IF CP-PT-IX > ZERO
103830         ADD 1 TO CP-PT-ATTEMPTED(CP-PT-IX)
103840     END-IF
103900     PERFORM 1710-CALL-SCORER THRU 1710-EXIT
104000     IF CP-INPUT-VALID
104100         PERFORM 2800-COMPUTE-FINGERPRINT THRU 2800-EXIT
104200         PERFORM 2850-CHECK-DUPLICATE THRU 2850-EXIT
104210         IF CP-ABANDONED
104220             GO TO 1700-EXIT
104230         END-IF
104300         IF CP-DUP-FOUND AND CP-DUP-SKIP-MODE
104400             DISPLAY "CAPDRIVE - SKIPPING DUPLICATE CONTENT IN "
104500                 CP-CURRENT-FILE-NAME
105600         ADD 1 TO CP-BATCH-FILE-COUNT
105700         ADD ANS TO CP-BATCH-ANS-TOTAL
105800         ADD ANS-HALFWAY TO CP-BATCH-HALF-TOTAL
105810         IF CP-PT-IX > ZERO
105820             ADD 1 TO CP-PT-SCORED(CP-PT-IX)
105830             ADD ANS TO CP-PT-ANS-TOTAL(CP-PT-IX)
105840             ADD ANS-HALFWAY TO CP-PT-HALF-TOTAL(CP-PT-IX)
105850         END-IF
105900         PERFORM 1750-WRITE-CHECKPOINT THRU 1750-EXIT
106000         IF NOT CP-DUP-FOUND AND NOT CP-FP-KNOWN
106100                 AND NOT CP-REGRESS-MODE
106400     ELSE
106500         MOVE "Y" TO CP-BATCH-ERROR-SW
106600         ADD 1 TO CP-FILES-REJECTED
106610         IF CP-PT-IX > ZERO
106620             ADD 1 TO CP-PT-REJECTED(CP-PT-IX)
106630         END-IF
106700         MOVE 4 TO CP-NEW-RC
106800         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
106900         PERFORM 1800-WRITE-REJECT THRU 1800-EXIT
107000     END-IF.
107100 1700-EXIT.
107104     EXIT.
107108*-----------------------------------------------------------------
107112* 1705-CHECK-TABLE-ROOM MAKES SURE THE WORKING TABLE THIS FILE
107116* WILL ADD A ROW TO STILL HAS A SLOT - THE QUALITY TABLE ON A
107120* REAL RUN, THE REGRESSION TABLE ON A REGRESSION RUN - BEFORE THE
107124* FILE IS SCORED, SO A FULL TABLE STOPS THE RUN WITH THE FILE
107128* UNTOUCHED AND THE CHECKPOINT POINTING AT IT FOR THE RERUN.
107132*-----------------------------------------------------------------
107136 1705-CHECK-TABLE-ROOM SECTION.
107140 1705-START.
107144     IF CP-REGRESS-MODE
107148         IF CP-RGR-COUNT >= 500
107152             MOVE "REGRESSION" TO CP-FULL-TABLE
107156             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
107160         END-IF
107164     ELSE
107168         IF CP-QUAL-COUNT >= 500
107172             MOVE "QUALITY" TO CP-FULL-TABLE
107176             PERFORM 9100-TABLE-FULL THRU 9100-EXIT
107180         END-IF
107184     END-IF.
107188 1705-EXIT.
107200     EXIT.
107300*-----------------------------------------------------------------
107400* 1710-CALL-SCORER HANDS THE CURRENT FILE TO THE SCORER ITS
109200     MOVE ZERO TO CS-M1-MATCHES
109300     MOVE ZERO TO CS-M2-MATCHES
109400     MOVE ZERO TO CS-DIGIT-COUNT
109410     MOVE "D" TO CS-CONTENT-TYPE
109420     MOVE ZERO TO CS-TEXT-LINE-COUNT
109430     MOVE ZERO TO CS-TEXT-CHAR-COUNT
109500     EVALUATE CP-CURRENT-PUZZLE
109600         WHEN "DAY1"
109700             CALL "DAY1" USING CAPSCORE-COMMAREA
109720         WHEN "DAY2"
109740             CALL "DAY2" USING CAPSCORE-COMMAREA
109750         WHEN "DAY4"
109760             CALL "DAY4" USING CAPSCORE-COMMAREA
109800         WHEN OTHER
109900             DISPLAY "CAPDRIVE - UNKNOWN PUZZLE TYPE '"
110000                 CP-CURRENT-PUZZLE "' ON " CP-CURRENT-FILE-NAME
111100     MOVE CS-ANS TO ANS
111200     MOVE CS-HALFWAY TO ANS-HALFWAY
111300     MOVE CS-M1-MATCHES TO CP-M1-MATCHES
111310     MOVE CS-M2-MATCHES TO CP-M2-MATCHES
111320     IF CS-TEXT-CONTENT
111330         MOVE CS-TEXT-CHAR-COUNT TO CP-CONTENT-COUNT
111340     ELSE
111350         MOVE CS-DIGIT-COUNT TO CP-CONTENT-COUNT
111360     END-IF.
111500 1710-EXIT.
111600     EXIT.
111602*-----------------------------------------------------------------
111604* 1720-FIND-PUZZLE-SLOT POINTS CP-PT-IX AT THE TABLE SLOT FOR
111606* CP-CURRENT-PUZZLE, OPENING A FRESH SLOT THE FIRST TIME A CODE IS
111608* SEEN. TEN SLOTS IS FAR MORE PUZZLE TYPES THAN ONE MANIFEST EVER
111610* CARRIES; SHOULD THEY RUN OUT, THE FILE STILL COUNTS IN THE BATCH
111612* TOTALS, CP-PT-IX COMES BACK ZERO AND THE RUN ENDS CONDITION 8 SO
111614* NOBODY BOOKS SUBTOTALS THAT DO NOT ADD UP.
111616*-----------------------------------------------------------------
111618 1720-FIND-PUZZLE-SLOT SECTION.
111620 1720-START.
111622     MOVE ZERO TO CP-PT-IX
111624     PERFORM 1725-CHECK-ONE-SLOT THRU 1725-EXIT
111626         VARYING CP-PT-JX FROM 1 BY 1
111628         UNTIL CP-PT-JX > CP-PT-COUNT OR CP-PT-IX > ZERO
111630     IF CP-PT-IX > ZERO
111632         GO TO 1720-EXIT
111634     END-IF
111636     IF CP-PT-COUNT >= 10
111637         DISPLAY "CAPDRIVE - NO PUZZLE-TYPE SLOT FOR "
111640             CP-CURRENT-PUZZLE " ON " CP-CURRENT-FILE-NAME
111642         MOVE "PUZZLE-TYP" TO CP-FULL-TABLE
111644         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
111648         GO TO 1720-EXIT
111650     END-IF
111652     ADD 1 TO CP-PT-COUNT
111654     MOVE CP-PT-COUNT TO CP-PT-IX
111656     MOVE CP-CURRENT-PUZZLE TO CP-PT-CODE(CP-PT-IX)
111658     MOVE ZERO TO CP-PT-ATTEMPTED(CP-PT-IX)
111660     MOVE ZERO TO CP-PT-SCORED(CP-PT-IX)
111662     MOVE ZERO TO CP-PT-REJECTED(CP-PT-IX)
111664     MOVE ZERO TO CP-PT-ANS-TOTAL(CP-PT-IX)
111666     MOVE ZERO TO CP-PT-HALF-TOTAL(CP-PT-IX).
111668 1720-EXIT.
111670     EXIT.
111672*-----------------------------------------------------------------
111674 1725-CHECK-ONE-SLOT SECTION.
111676 1725-START.
111678     IF CP-PT-CODE(CP-PT-JX) = CP-CURRENT-PUZZLE
111680         MOVE CP-PT-JX TO CP-PT-IX
111682     END-IF.
111684 1725-EXIT.
111686     EXIT.
111700*-----------------------------------------------------------------
111800* 1750-WRITE-CHECKPOINT RECORDS THE SEQUENCE NUMBER AND NAME OF
111900* THE FILE JUST SCORED, PLUS THE BATCH ACCUMULATORS AS OF THIS
113600     MOVE CP-BATCH-FILE-COUNT TO CAPCKPT-FILE-COUNT
113700     MOVE CP-BATCH-ANS-TOTAL TO CAPCKPT-ANS-TOTAL
113800     MOVE CP-BATCH-HALF-TOTAL TO CAPCKPT-HALF-TOTAL
113810     MOVE CP-PT-TABLE TO CAPCKPT-PT-AREA
113900     OPEN OUTPUT CAPCKPT-FILE
114000     IF CP-CAPCKPT-STATUS NOT = "00"
114100         MOVE 8 TO CP-NEW-RC
117100* REASON CODE (OV OVERLONG, EM EMPTY, BC BAD CHARACTER, PT
117200* UNKNOWN PUZZLE TYPE), THE OFFENDING POSITION AND CHARACTER
117300* FOR A BC, ITS PUZZLE-TYPE CODE FOR THE RESUBMIT RUN, AND
117310* THE FIRST 100 CAPTURED DIGITS AS EVIDENCE (FOR A TEXT FEED THE
117320* FIRST 100 CHARACTERS OF ITS LINES, EACH LINE ENDED BY A /, AND
117330* THE LINE NUMBER AS THE POSITION FOR AN NL OR BL) - SO A FAILED
117500* SUBMISSION CAN BE REPAIRED AND RESUBMITTED INSTEAD OF QUIETLY
117600* DROPPING OUT OF THE BATCH WITH NOTHING BUT THE JOB LOG TO
117700* REMEMBER IT BY. CAPREJ IS EXTENDED THE SAME WAY CAPLEDGR AND
118600     MOVE CP-REJ-CHAR-FOUND TO CP-RJ-CHAR
118700     MOVE CP-CURRENT-PUZZLE TO CP-RJ-PUZZLE
118800     MOVE SPACES TO CP-RJ-DIGITS
118810     IF CS-TEXT-CONTENT
118820         MOVE 1 TO CP-EV-PTR
118830         PERFORM 1820-COPY-ONE-LINE THRU 1820-EXIT
118840             VARYING I FROM 1 BY 1
118850             UNTIL I > CS-TEXT-LINE-COUNT OR CP-EV-PTR > 100
118860     ELSE
118870         PERFORM 1810-COPY-ONE-DIGIT THRU 1810-EXIT
118880             VARYING K FROM 1 BY 1
118890             UNTIL K > 100 OR K > CS-DIGIT-COUNT
118900     END-IF
119200     OPEN EXTEND CAPREJ-FILE
119300     IF CP-CAPREJ-STATUS = "05" OR CP-CAPREJ-STATUS = "35"
119400         OPEN OUTPUT CAPREJ-FILE
120900 1810-START.
121000     MOVE CS-DIGIT-CHAR(K) TO CP-RJ-DIGITS(K:1).
121100 1810-EXIT.
121105     EXIT.
121110*-----------------------------------------------------------------
121115 1820-COPY-ONE-LINE SECTION.
121120 1820-START.
121125     IF CS-TEXT-LEN(I) > ZERO
121128         STRING CS-TEXT-DATA(I)(1:CS-TEXT-LEN(I))
121131             DELIMITED BY SIZE
121135             INTO CP-RJ-DIGITS WITH POINTER CP-EV-PTR
121140             ON OVERFLOW
121145                 MOVE 101 TO CP-EV-PTR
121150                 GO TO 1820-EXIT
121155         END-STRING
121160     END-IF
121165     STRING "/" DELIMITED BY SIZE
121170         INTO CP-RJ-DIGITS WITH POINTER CP-EV-PTR
121175         ON OVERFLOW
121180             MOVE 101 TO CP-EV-PTR
121185     END-STRING.
121190 1820-EXIT.
121200     EXIT.
121300*-----------------------------------------------------------------
121400* 1900-PROCESS-RESUBMIT IS THE CAPMODE=RESUBMIT PATH. INSTEAD OF
125500     IF CP-REJ-COUNT >= 500
125600         DISPLAY "CAPDRIVE - CAPREJ HOLDS MORE THAN 500 ENTRIES, "
125700             "RESUBMIT ABANDONED - SPLIT THE SUSPENSE FILE"
125710         MOVE "SUSPENSE" TO CP-FULL-TABLE
125720         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
126000         CLOSE CAPREJ-FILE
126100         GO TO 1900-EXIT
126200     END-IF
126300     ADD 1 TO CP-REJ-COUNT
126310     MOVE CAPREJ-RECORD TO CP-RJ-T-ROW(CP-REJ-COUNT)
126400     MOVE CAPREJ-RECORD(12:80) TO CP-RJ-T-SOURCE(CP-REJ-COUNT)
126500     IF CAPREJ-RECORD(208:4) = SPACES
126600         MOVE "DAY1" TO CP-RJ-T-PUZZLE(CP-REJ-COUNT)
127600             "NOTHING TO RESUBMIT"
127700         GO TO 1900-EXIT
127800     END-IF
127810     PERFORM 1930-OPEN-REJECT-HISTORY THRU 1930-EXIT
127820     IF NOT CP-RJHST-OPEN
127830         GO TO 1900-EXIT
127840     END-IF
127900*       EMPTY THE SUSPENSE FILE UP FRONT - ENTRIES THAT STILL
128000*       FAIL ARE RE-WRITTEN BY 1800-WRITE-REJECT AS THEY FAIL
128100*       AGAIN, SO ONLY THE REPAIRED ONES ACTUALLY LEAVE.
129400     PERFORM 1910-RESUBMIT-ONE-ENTRY THRU 1910-EXIT
129500         VARYING CP-REJ-IX FROM 1 BY 1
129600         UNTIL CP-REJ-IX > CP-REJ-COUNT
129610     CLOSE CAPIFACE-FILE
129620     CLOSE CAPRJHST-FILE.
129800 1900-EXIT.
129900     EXIT.
130000*-----------------------------------------------------------------
130100* AT THE TOP OF EACH SUSPENSE ENTRY, EARLIER ENTRIES ARE CHECKED
130200* FOR THE SAME SOURCE NAME SO A FILE THAT FAILED ON SEVERAL
130300* EARLIER RUNS IS ONLY SCORED (AND, IF STILL BROKEN, ONLY
130310* RE-SUSPENDED) ONCE. ONCE A FULL TABLE HAS STOPPED THE RUN, THE
130320* ENTRY IT STOPPED ON AND EVERY ONE AFTER IT GO BACK ON CAPREJ
130330* EXACTLY AS THEY WERE, SINCE THE SUSPENSE FILE WAS EMPTIED UP
130340* FRONT AND THEY WOULD OTHERWISE BE LOST. EVERY OTHER ENTRY - ONE
130350* RESUBMITTED, OR A REPEAT OF ONE ALREADY RESUBMITTED - HAS LEFT
130360* SUSPENSE AND GOES ONTO THE CAPRJHST HISTORY.
130500*-----------------------------------------------------------------
130600 1910-RESUBMIT-ONE-ENTRY SECTION.
130700 1910-START.
130710     IF CP-ABANDONED
130720         PERFORM 1940-RESTORE-ONE-ENTRY THRU 1940-EXIT
130730         GO TO 1910-EXIT
130740     END-IF
130800     MOVE "N" TO CP-REJ-DONE-SW
130900     IF CP-REJ-IX > 1
131000         PERFORM 1920-CHECK-DUP-ENTRY THRU 1920-EXIT
131300                 OR CP-REJ-ALREADY-DONE
131400     END-IF
131500     IF CP-REJ-ALREADY-DONE
131510         PERFORM 1935-SAVE-ONE-HISTORY THRU 1935-EXIT
131600         GO TO 1910-EXIT
131700     END-IF
131800     MOVE CP-RJ-T-SOURCE(CP-REJ-IX) TO CP-CURRENT-FILE-NAME
131900     MOVE CP-RJ-T-PUZZLE(CP-REJ-IX) TO CP-CURRENT-PUZZLE
132000     DISPLAY "CAPDRIVE - RESUBMITTING " CP-CURRENT-FILE-NAME
132010     PERFORM 1700-RUN-ONE-FILE THRU 1700-EXIT
132020     IF CP-ABANDONED
132030         PERFORM 1940-RESTORE-ONE-ENTRY THRU 1940-EXIT
132033     ELSE
132036         PERFORM 1935-SAVE-ONE-HISTORY THRU 1935-EXIT
132040     END-IF.
132200 1910-EXIT.
132300     EXIT.
132400*-----------------------------------------------------------------
132900     END-IF.
133000 1920-EXIT.
133100     EXIT.
133102*-----------------------------------------------------------------
133103* 1930-OPEN-REJECT-HISTORY OPENS THE CAPRJHST REJECT HISTORY FOR
133104* THE RUN BEFORE THE SUSPENSE FILE IS EMPTIED. EACH ENTRY GOES
133105* ONTO IT AS IT LEAVES SUSPENSE, SO BETWEEN THEM THE HISTORY AND
133106* WHATEVER IS STILL ON SUSPENSE HOLD EVERY REJECT EVER RAISED,
133107* EACH EXACTLY ONCE. A HISTORY THAT WILL NOT OPEN IS CONDITION 8
133108* AND STOPS THE REPAIR RUN WITH CAPREJ UNTOUCHED.
133114*-----------------------------------------------------------------
133115 1930-OPEN-REJECT-HISTORY SECTION.
133118 1930-START.
133120     OPEN EXTEND CAPRJHST-FILE
133122     IF CP-CAPRJHST-STATUS = "05" OR CP-CAPRJHST-STATUS = "35"
133124         OPEN OUTPUT CAPRJHST-FILE
133126     END-IF
133128     IF CP-CAPRJHST-STATUS NOT = "00"
133130         DISPLAY "CAPDRIVE - UNABLE TO OPEN CAPRJHST, STATUS "
133131             CP-CAPRJHST-STATUS " - SUSPENSE LEFT AS IT WAS, "
133132             "NOTHING RESUBMITTED"
133134         MOVE 8 TO CP-NEW-RC
133136         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
133138         GO TO 1930-EXIT
133140     END-IF
133141     MOVE "Y" TO CP-RJHST-OPEN-SW.
133142 1930-EXIT.
133143     EXIT.
133144*-----------------------------------------------------------------
133145* 1935-SAVE-ONE-HISTORY COPIES THE SUSPENSE ENTRY IN HAND, ROW FOR
133146* ROW AS IT WAS LOADED, ONTO CAPRJHST NOW THAT IT HAS LEFT
133147* SUSPENSE.
133148*-----------------------------------------------------------------
133149 1935-SAVE-ONE-HISTORY SECTION.
133150 1935-START.
133151     WRITE CAPRJHST-RECORD FROM CP-RJ-T-ROW(CP-REJ-IX)
133152     IF CP-CAPRJHST-STATUS NOT = "00"
133153         DISPLAY "CAPDRIVE - CAPRJHST WRITE FAILED, STATUS "
133154             CP-CAPRJHST-STATUS " - NOT ON HISTORY: "
133155             CP-RJ-T-SOURCE(CP-REJ-IX)
133156         MOVE 8 TO CP-NEW-RC
133157         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
133158     END-IF.
133159 1935-EXIT.
133180     EXIT.
133200*-----------------------------------------------------------------
133204* 1940-RESTORE-ONE-ENTRY PUTS ONE SUSPENSE ENTRY A STOPPED
133208* RESUBMIT RUN NEVER SCORED BACK ON CAPREJ, ROW FOR ROW AS IT WAS
133212* LOADED, FOR THE RERUN TO PICK UP.
133216*-----------------------------------------------------------------
133220 1940-RESTORE-ONE-ENTRY SECTION.
133224 1940-START.
133228     OPEN EXTEND CAPREJ-FILE
133232     IF CP-CAPREJ-STATUS = "05" OR CP-CAPREJ-STATUS = "35"
133236         OPEN OUTPUT CAPREJ-FILE
133240     END-IF
133244     IF CP-CAPREJ-STATUS NOT = "00"
133248         DISPLAY "CAPDRIVE - UNABLE TO OPEN CAPREJ, STATUS "
133252             CP-CAPREJ-STATUS " - NOT RESTORED: "
133256             CP-RJ-T-SOURCE(CP-REJ-IX)
133260         GO TO 1940-EXIT
133264     END-IF
133268     WRITE CAPREJ-RECORD FROM CP-RJ-T-ROW(CP-REJ-IX)
133272     CLOSE CAPREJ-FILE.
133276 1940-EXIT.
133280     EXIT.
133284*-----------------------------------------------------------------
133300* 2700-LOAD-EXPECTED READS THE CAPEXPCT CONTROL FILE - ONE ROW
133400* PER KNOWN INPUT, CARRYING THE SOURCE FILE NAME AND THE
133500* EXPECTED PART 1 AND PART 2 ANSWERS - INTO THE TABLE THE
137300         GO TO 2700-READ-LOOP
137400     END-IF
137500     IF CP-EXP-COUNT >= 500
137510         DISPLAY "CAPDRIVE - CAPEXPCT HOLDS MORE THAN 500 ROWS"
137520         MOVE "EXPECTED" TO CP-FULL-TABLE
137530         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
138000         GO TO 2700-READS-DONE
138100     END-IF
138200     ADD 1 TO CP-EXP-COUNT
139700 2700-EXIT.
139800     EXIT.
139900*-----------------------------------------------------------------
139910* 2750-OPEN-FINGERPRINTS OPENS THE INDEXED CAPFPRNT REGISTRY -
139920* ONE ROW PER DISTINCT CAPTCHA CONTENT EVER SCORED, KEYED ON ITS
139930* FINGERPRINT - FOR THE WHOLE RUN. A SERIAL RUN OPENS IT I-O,
139940* CREATING IT EMPTY ON FIRST USE, SO EACH NEW ROW IS THERE FOR
139950* THE NEXT FILE'S CHECK. A REGRESSION RUN ONLY READS IT, AND A
139960* STREAM READS IT AND KEEPS ITS OWN NEW ROWS ON CAPFPRNT.SN, KEYED
139970* THE SAME WAY, FOR CAPMERGE TO FOLD IN. A REGISTRY THAT WILL NOT
139980* OPEN IS FILE TROUBLE; THE RUN GOES ON WITHOUT DUPLICATE CHECKS.
140700*-----------------------------------------------------------------
140710 2750-OPEN-FINGERPRINTS SECTION.
140900 2750-START.
140910     MOVE "N" TO CP-FP-OPEN-SW
140920     MOVE "N" TO CP-FPWRK-OPEN-SW
140930     IF CP-REGRESS-MODE OR CP-STREAM-MODE
140940         OPEN INPUT CAPFPRNT-FILE
140950         IF CP-CAPFPRNT-STATUS = "00"
140960             MOVE "Y" TO CP-FP-OPEN-SW
140970         END-IF
140980         IF CP-CAPFPRNT-STATUS NOT = "00"
140990                 AND CP-CAPFPRNT-STATUS NOT = "35"
141000             DISPLAY "CAPDRIVE - UNABLE TO OPEN CAPFPRNT, STATUS "
141010                 CP-CAPFPRNT-STATUS " - NO DUPLICATE CHECKING"
141020             MOVE 8 TO CP-NEW-RC
141030             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
141040         END-IF
141050     ELSE
141060         OPEN I-O CAPFPRNT-FILE
141070         IF CP-CAPFPRNT-STATUS = "35"
141080             OPEN OUTPUT CAPFPRNT-FILE
141090             CLOSE CAPFPRNT-FILE
141100             OPEN I-O CAPFPRNT-FILE
141110         END-IF
141120         IF CP-CAPFPRNT-STATUS = "00"
141130             MOVE "Y" TO CP-FP-OPEN-SW
141140         ELSE
141150             DISPLAY "CAPDRIVE - UNABLE TO OPEN CAPFPRNT, STATUS "
141160                 CP-CAPFPRNT-STATUS " - NO DUPLICATE CHECKING"
141170             MOVE 8 TO CP-NEW-RC
141180             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
141190         END-IF
141200     END-IF
141210     IF NOT CP-STREAM-MODE OR CP-REGRESS-MODE
141300         GO TO 2750-EXIT
141306     END-IF
141312     OPEN I-O CAPFPWRK-FILE
141318     IF CP-CAPFPWRK-STATUS = "35"
141324         OPEN OUTPUT CAPFPWRK-FILE
141330         CLOSE CAPFPWRK-FILE
141336         OPEN I-O CAPFPWRK-FILE
141342     END-IF
141348     IF CP-CAPFPWRK-STATUS = "00"
141354         MOVE "Y" TO CP-FPWRK-OPEN-SW
141360     ELSE
141366         DISPLAY "CAPDRIVE - UNABLE TO OPEN "
141372             CP-CAPFPWRK-NAME(1:12) ", STATUS "
141378             CP-CAPFPWRK-STATUS
141384         MOVE 8 TO CP-NEW-RC
141390         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
141400     END-IF.
141410 2750-EXIT.
141420     EXIT.
141430*-----------------------------------------------------------------
141440 2760-CLOSE-FINGERPRINTS SECTION.
141450 2760-START.
141460     IF CP-FP-OPEN
141470         CLOSE CAPFPRNT-FILE
141480         MOVE "N" TO CP-FP-OPEN-SW
142200     END-IF
142210     IF CP-FPWRK-OPEN
142220         CLOSE CAPFPWRK-FILE
142230         MOVE "N" TO CP-FPWRK-OPEN-SW
142240     END-IF.
142250 2760-EXIT.
144800     EXIT.
144900*-----------------------------------------------------------------
145000* 2800-COMPUTE-FINGERPRINT BOILS THE WHOLE CS-DIGIT-TABLE DOWN
145400* NUMBERS CARRY THE SAME CONTENT FOR ALL PRACTICAL PURPOSES -
145500* THE WEIGHTED SUM MAKES A REORDERED STRING COME OUT DIFFERENT.
145600* AT THE 20000-DIGIT MAXIMUM THE WEIGHTED SUM TOPS OUT UNDER
145610* 17.5 MILLION, SO NOTHING HERE CAN OVERFLOW. A TEXT FEED IS
145620* SUMMED THE SAME WAY OVER ITS LETTER VALUES, WITH A LINE END
145630* COUNTING AS A VALUE SO THE SAME WORDS SPLIT INTO DIFFERENT LINES
145640* COME OUT DIFFERENT; THE COUNT IS ITS CHARACTER COUNT. AT 1000
145650* LINES OF 100 CHARACTERS THE WEIGHTED SUM STAYS UNDER 275
145660* MILLION.
145800*-----------------------------------------------------------------
145900 2800-COMPUTE-FINGERPRINT SECTION.
146000 2800-START.
146100     MOVE ZERO TO CP-FP-WSUM
146200     MOVE ZERO TO CP-FP-PSUM
146300     MOVE 1 TO CP-FP-WEIGHT
146310     IF CS-TEXT-CONTENT
146320         PERFORM 2820-ADD-ONE-LINE THRU 2820-EXIT
146330             VARYING I FROM 1 BY 1
146340             UNTIL I > CS-TEXT-LINE-COUNT
146350     ELSE
146360         PERFORM 2810-ADD-ONE-DIGIT THRU 2810-EXIT
146370             VARYING I FROM 1 BY 1
146380             UNTIL I > CS-DIGIT-COUNT
146390     END-IF.
146700 2800-EXIT.
146800     EXIT.
146900*-----------------------------------------------------------------
147000 2810-ADD-ONE-DIGIT SECTION.
147100 2810-START.
147200     MOVE CS-DIGIT-CHAR(I) TO CP-DIGIT-9
147210     MOVE CP-DIGIT-9 TO CP-FP-VALUE
147220     PERFORM 2815-ADD-ONE-VALUE THRU 2815-EXIT.
147230 2810-EXIT.
147240     EXIT.
147250*-----------------------------------------------------------------
147260 2815-ADD-ONE-VALUE SECTION.
147270 2815-START.
147280     ADD CP-FP-VALUE TO CP-FP-PSUM
147290     MULTIPLY CP-FP-VALUE BY CP-FP-WEIGHT GIVING J
147500     ADD J TO CP-FP-WSUM
147600     ADD 1 TO CP-FP-WEIGHT
147700     IF CP-FP-WEIGHT > 97
147800         MOVE 1 TO CP-FP-WEIGHT
147900     END-IF.
147906 2815-EXIT.
147912     EXIT.
147918*-----------------------------------------------------------------
147924 2820-ADD-ONE-LINE SECTION.
147930 2820-START.
147936     PERFORM 2825-ADD-ONE-LETTER THRU 2825-EXIT
147942         VARYING K FROM 1 BY 1
147948         UNTIL K > CS-TEXT-LEN(I)
147954     MOVE 28 TO CP-FP-VALUE
147960     PERFORM 2815-ADD-ONE-VALUE THRU 2815-EXIT.
147966 2820-EXIT.
147972     EXIT.
147978*-----------------------------------------------------------------
147984 2825-ADD-ONE-LETTER SECTION.
147990 2825-START.
147996     MOVE CS-TEXT-DATA(I)(K:1) TO CP-TX-CHAR
148002     PERFORM 2830-FIND-LETTER THRU 2830-EXIT
148008     MOVE CP-LX TO CP-FP-VALUE
148014     PERFORM 2815-ADD-ONE-VALUE THRU 2815-EXIT.
148020 2825-EXIT.
148026     EXIT.
148032*-----------------------------------------------------------------
148038* 2830-FIND-LETTER SETS CP-LX TO CP-TX-CHAR'S PLACE IN THE
148044* ALPHABET, 1-26, OR 27 FOR A SPACE OR ANYTHING ELSE.
148050*-----------------------------------------------------------------
148056 2830-FIND-LETTER SECTION.
148062 2830-START.
148068     MOVE ZERO TO CP-LX
148074     INSPECT CP-ALPHABET TALLYING CP-LX
148080         FOR CHARACTERS BEFORE INITIAL CP-TX-CHAR
148086     ADD 1 TO CP-LX.
148092 2830-EXIT.
148100     EXIT.
148200*-----------------------------------------------------------------
148210* 2850-CHECK-DUPLICATE READS THE REGISTRY BY THE FINGERPRINT JUST
148220* COMPUTED - AND, ON A STREAM, THE STREAM'S OWN CAPFPRNT.SN WHEN
148230* THE SHARED REGISTRY DOES NOT HAVE IT. A MATCH UNDER THE SAME
148500* SOURCE NAME IS AN ORDINARY RE-SCORE AND IS LEFT ALONE; A MATCH
148600* UNDER A DIFFERENT NAME IS THE VENDOR-RE-SEND CASE AND GOES ON
148700* THE DUPLICATE LIST FOR THE RUN OUTPUT, WITH THE SKIP DECISION
148710* LEFT TO THE CAPDUPSKIP SWITCH IN 1700-RUN-ONE-FILE. A FULL
148720* DUPLICATE LIST STOPS THE RUN BEFORE THIS FILE POSTS.
148900*-----------------------------------------------------------------
149000 2850-CHECK-DUPLICATE SECTION.
149100 2850-START.
149200     MOVE "N" TO CP-DUP-FOUND-SW
149300     MOVE "N" TO CP-FP-KNOWN-SW
149400     MOVE SPACES TO CP-DUP-MATCH-NAME
149410     MOVE SPACES TO CP-FP-HIT-SOURCE
149420     MOVE CP-RUN-DATE-X TO CP-FP-DATE
149430     MOVE CP-CURRENT-FILE-NAME TO CP-FP-SOURCE
149439     MOVE CP-CONTENT-COUNT TO CP-FP-DIGITS
149450     MOVE CP-FP-WSUM TO CP-FP-WSUM-OUT
149460     MOVE CP-FP-PSUM TO CP-FP-PSUM-OUT
149470     IF CP-FP-OPEN
149480         MOVE CP-FPRNT-LINE TO CAPFPRNT-RECORD
149490         READ CAPFPRNT-FILE
149500             INVALID KEY
149510                 CONTINUE
149520         END-READ
149530         IF CP-CAPFPRNT-STATUS = "00"
149540             MOVE CAPFPRNT-RECORD(12:40) TO CP-FP-HIT-SOURCE
149550             PERFORM 2860-CHECK-ONE-ENTRY THRU 2860-EXIT
149560             GO TO 2850-FOUND
149570         END-IF
149580         IF CP-CAPFPRNT-STATUS NOT = "23"
149590             DISPLAY "CAPDRIVE - CAPFPRNT READ FAILED, STATUS "
149600                 CP-CAPFPRNT-STATUS " ON " CP-CURRENT-FILE-NAME
149610             MOVE 8 TO CP-NEW-RC
149620             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
149630         END-IF
149640     END-IF
149650     IF CP-FPWRK-OPEN
149660         MOVE CP-FPRNT-LINE TO CAPFPWRK-RECORD
149670         READ CAPFPWRK-FILE
149680             INVALID KEY
149690                 CONTINUE
149700         END-READ
149710         IF CP-CAPFPWRK-STATUS = "00"
149720             MOVE CAPFPWRK-RECORD(12:40) TO CP-FP-HIT-SOURCE
149730             PERFORM 2860-CHECK-ONE-ENTRY THRU 2860-EXIT
149740         END-IF
149750     END-IF.
149760 2850-FOUND.
149800     IF NOT CP-DUP-FOUND
149900         GO TO 2850-EXIT
150000     END-IF
150100     DISPLAY "CAPDRIVE - DUPLICATE CONTENT: " CP-CURRENT-FILE-NAME
150200     DISPLAY "CAPDRIVE -   SAME CONTENT AS " CP-DUP-MATCH-NAME
150210     IF CP-DUP-COUNT >= 200
150220         MOVE "DUPLICATE" TO CP-FULL-TABLE
150230         PERFORM 9100-TABLE-FULL THRU 9100-EXIT
150240         GO TO 2850-EXIT
150250     END-IF
150260     ADD 1 TO CP-DUP-COUNT
150270     MOVE CP-CURRENT-FILE-NAME
150280         TO CP-DUP-T-SOURCE(CP-DUP-COUNT)
150290     MOVE CP-DUP-MATCH-NAME
150300         TO CP-DUP-T-MATCH(CP-DUP-COUNT).
151000 2850-EXIT.
151100     EXIT.
151200*-----------------------------------------------------------------
151300 2860-CHECK-ONE-ENTRY SECTION.
151400 2860-START.
151410     IF CP-FP-HIT-SOURCE = CP-CURRENT-FILE-NAME(1:40)
151420*           AN ORDINARY RE-SCORE - THE CONTENT IS ALREADY
151430*           REGISTERED UNDER THIS SAME NAME, SO IT IS NEITHER A
151440*           DUPLICATE NOR IN NEED OF ANOTHER REGISTRY ROW.
151450         MOVE "Y" TO CP-FP-KNOWN-SW
151460     ELSE
151470         MOVE "Y" TO CP-DUP-FOUND-SW
151480         MOVE CP-FP-HIT-SOURCE TO CP-DUP-MATCH-NAME
152900     END-IF.
153000 2860-EXIT.
153100     EXIT.
153200*-----------------------------------------------------------------
153210* 2900-REGISTER-FINGERPRINT WRITES THE NEW CONTENT'S ROW TO THE
153220* CAPFPRNT REGISTRY UNDER ITS FINGERPRINT, SO BOTH LATER FILES IN
153230* THIS RUN AND EVERY FUTURE RUN CAN RECOGNIZE THE SAME CONTENT
153240* COMING BACK UNDER ANOTHER NAME. ONLY FIRST-SEEN CONTENT IS
153250* REGISTERED - A FLAGGED DUPLICATE IS NOT, SO THE ORIGINAL
153260* SUBMISSION STAYS THE ONE EVERY LATER MATCH POINTS AT.
153900*-----------------------------------------------------------------
154000 2900-REGISTER-FINGERPRINT SECTION.
154100 2900-START.
154200     MOVE CP-RUN-DATE-X TO CP-FP-DATE
154300     MOVE CP-CURRENT-FILE-NAME TO CP-FP-SOURCE
154310     MOVE CP-CONTENT-COUNT TO CP-FP-DIGITS
154500     MOVE CP-FP-WSUM TO CP-FP-WSUM-OUT
154600     MOVE CP-FP-PSUM TO CP-FP-PSUM-OUT
154609*    PARALLEL STREAMS MUST NOT WRITE TO THE SHARED REGISTRY
154620*    SIDE BY SIDE - A STREAM RUN POSTS ITS NEW FINGERPRINTS TO
154630*    CAPFPRNT.SN FOR CAPMERGE TO FOLD IN SERIALLY.
154640     IF CP-STREAM-MODE
154650         IF NOT CP-FPWRK-OPEN
154680             GO TO 2900-EXIT
154682         END-IF
154684         WRITE CAPFPWRK-RECORD FROM CP-FPRNT-LINE
154694             INVALID KEY
154704                 CONTINUE
154714         END-WRITE
154724         IF CP-CAPFPWRK-STATUS NOT = "00"
154734             DISPLAY "CAPDRIVE - " CP-CAPFPWRK-NAME(1:12)
154744                 " WRITE FAILED, STATUS " CP-CAPFPWRK-STATUS
154754                 " ON " CP-CURRENT-FILE-NAME
154764             MOVE 8 TO CP-NEW-RC
154774             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
154784         END-IF
154794         GO TO 2900-EXIT
154804     END-IF
154814     IF NOT CP-FP-OPEN
155600         GO TO 2900-EXIT
155700     END-IF
155800     WRITE CAPFPRNT-RECORD FROM CP-FPRNT-LINE
155810         INVALID KEY
155820             CONTINUE
155830     END-WRITE
155840     IF CP-CAPFPRNT-STATUS NOT = "00"
155850         DISPLAY "CAPDRIVE - CAPFPRNT WRITE FAILED, STATUS "
155860             CP-CAPFPRNT-STATUS " ON " CP-CURRENT-FILE-NAME
155870         MOVE 8 TO CP-NEW-RC
155880         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
156700     END-IF.
156800 2900-EXIT.
156900     EXIT.
157300* THE LONGEST UNBROKEN RUN OF ONE DIGIT, WHICH DIGIT DOMINATES
157400* AND BY WHAT SHARE, AND THE MATCH DENSITY OF BOTH SCORING
157500* RULES (MATCHES PER HUNDRED DIGITS). THE DECODERS HAVE ALREADY
157510* COUNTED THEIR MATCHES INTO CP-M1-MATCHES/CP-M2-MATCHES. A TEXT
157520* FEED IS PROFILED BY 2990-COMPUTE-TEXT-PROFILE INSTEAD.
157700*-----------------------------------------------------------------
157800 2950-COMPUTE-PROFILE SECTION.
157900 2950-START.
157910     IF CS-TEXT-CONTENT
157920         PERFORM 2990-COMPUTE-TEXT-PROFILE THRU 2990-EXIT
157930         GO TO 2950-EXIT
157940     END-IF
158000     PERFORM 2955-CLEAR-ONE-FREQ THRU 2955-EXIT
158100         VARYING I FROM 1 BY 1
158200         UNTIL I > 10
164900 2970-START.
165000     MOVE CP-RUN-DATE-X TO CP-PF-DATE
165100     MOVE CP-CURRENT-FILE-NAME TO CP-PF-SOURCE
165110     MOVE CP-CONTENT-COUNT TO CP-PF-DIGITS
165300     MOVE CP-RUN-MAX TO CP-PF-RUN
165400     MOVE CP-M1-MATCHES TO CP-PF-M1
165500     MOVE CP-M2-MATCHES TO CP-PF-M2
169200     ADD 1 TO CP-QUAL-COUNT
169300     MOVE CP-CURRENT-FILE-NAME
169400         TO CP-QL-T-SOURCE(CP-QUAL-COUNT)
169410     MOVE CP-CONTENT-COUNT TO CP-QL-T-DIGITS(CP-QUAL-COUNT)
169600     MOVE CP-DOM-DIGIT TO CP-QL-T-DOM(CP-QUAL-COUNT)
169700     MOVE CP-DOM-PCT TO CP-QL-T-DOMPCT(CP-QUAL-COUNT)
169800     MOVE CP-RUN-MAX TO CP-QL-T-RUN(CP-QUAL-COUNT)
170800         MOVE "N" TO CP-QL-T-FLAG(CP-QUAL-COUNT)
170900     END-IF.
171000 2980-EXIT.
171001     EXIT.
171002*-----------------------------------------------------------------
171003* 2990-COMPUTE-TEXT-PROFILE BUILDS A TEXT FEED'S PROFILE INTO THE
171004* SAME FIELDS A DIGIT FEED'S FILLS, SO CAPPROF AND CAPQRPT CARRY
171005* BOTH ALIKE: THE TEN FREQUENCY SLOTS COUNT WORDS OF ONE TO NINE
171006* LETTERS AND OF TEN OR MORE, THE DOMINANT "DIGIT" IS THE
171007* COMMONEST LETTER AND ITS SHARE OF ALL LETTERS, THE LONGEST RUN
171008* IS THE LONGEST RUN OF ONE LETTER, AND THE MATCH DENSITIES ARE
171009* PER HUNDRED LINES. A LIST OF ONE LETTER REPEATED TRIPS THE SAME
171010* THRESHOLDS A DIGIT STRING OF ONE DIGIT DOES.
171011*-----------------------------------------------------------------
171012 2990-COMPUTE-TEXT-PROFILE SECTION.
171013 2990-START.
171014     PERFORM 2955-CLEAR-ONE-FREQ THRU 2955-EXIT
171015         VARYING I FROM 1 BY 1
171016         UNTIL I > 10
171017     PERFORM 2991-CLEAR-ONE-LETTER THRU 2991-EXIT
171018         VARYING I FROM 1 BY 1
171019         UNTIL I > 26
171020     MOVE ZERO TO CP-LETTERS
171021     MOVE ZERO TO CP-RUN-MAX
171022     PERFORM 2992-PROFILE-ONE-LINE THRU 2992-EXIT
171023         VARYING I FROM 1 BY 1
171024         UNTIL I > CS-TEXT-LINE-COUNT
171025     MOVE ZERO TO CP-DOM-FREQ
171026     MOVE SPACE TO CP-DOM-DIGIT
171027     PERFORM 2996-PICK-DOMINANT-LETTER THRU 2996-EXIT
171028         VARYING I FROM 1 BY 1
171029         UNTIL I > 26
171030     MOVE ZERO TO CP-DOM-PCT
171031     MOVE ZERO TO CP-D1-PCT
171032     MOVE ZERO TO CP-D2-PCT
171033     IF CP-LETTERS > ZERO
171034         MULTIPLY CP-DOM-FREQ BY 100 GIVING CP-PCT-WORK
171035         DIVIDE CP-PCT-WORK BY CP-LETTERS
171036             GIVING CP-DOM-PCT ROUNDED
171037     END-IF
171038     IF CS-TEXT-LINE-COUNT > ZERO
171039         MULTIPLY CP-M1-MATCHES BY 100 GIVING CP-PCT-WORK
171040         DIVIDE CP-PCT-WORK BY CS-TEXT-LINE-COUNT
171041             GIVING CP-D1-PCT ROUNDED
171042         MULTIPLY CP-M2-MATCHES BY 100 GIVING CP-PCT-WORK
171043         DIVIDE CP-PCT-WORK BY CS-TEXT-LINE-COUNT
171044             GIVING CP-D2-PCT ROUNDED
171045     END-IF.
171046 2990-EXIT.
171047     EXIT.
171048*-----------------------------------------------------------------
171049 2991-CLEAR-ONE-LETTER SECTION.
171050 2991-START.
171051     MOVE ZERO TO CP-LTR-CNT(I).
171052 2991-EXIT.
171053     EXIT.
171054*-----------------------------------------------------------------
171055 2992-PROFILE-ONE-LINE SECTION.
171056 2992-START.
171057     MOVE ZERO TO CP-WORD-LEN
171058     MOVE ZERO TO CP-RUN-LEN
171059     MOVE SPACE TO CP-PREV-CHAR
171060     PERFORM 2993-PROFILE-ONE-CHAR THRU 2993-EXIT
171061         VARYING K FROM 1 BY 1
171062         UNTIL K > CS-TEXT-LEN(I)
171063     PERFORM 2994-END-WORD THRU 2994-EXIT.
171064 2992-EXIT.
171065     EXIT.
171066*-----------------------------------------------------------------
171067* 2993-PROFILE-ONE-CHAR COUNTS ONE CHARACTER OF A LINE. A SPACE
171068* ENDS THE WORD AND ANY RUN; A LETTER LENGTHENS THE WORD, COUNTS
171069* TOWARD ITS OWN FREQUENCY AND EXTENDS OR RESTARTS THE RUN.
171070*-----------------------------------------------------------------
171071 2993-PROFILE-ONE-CHAR SECTION.
171072 2993-START.
171073     MOVE CS-TEXT-DATA(I)(K:1) TO CP-TX-CHAR
171074     IF CP-TX-CHAR = SPACE
171075         PERFORM 2994-END-WORD THRU 2994-EXIT
171076         MOVE ZERO TO CP-RUN-LEN
171077         MOVE SPACE TO CP-PREV-CHAR
171078         GO TO 2993-EXIT
171079     END-IF
171080     ADD 1 TO CP-WORD-LEN
171081     PERFORM 2830-FIND-LETTER THRU 2830-EXIT
171082     IF CP-LX <= 26
171083         ADD 1 TO CP-LTR-CNT(CP-LX)
171084         ADD 1 TO CP-LETTERS
171085     END-IF
171086     IF CP-TX-CHAR = CP-PREV-CHAR
171087         ADD 1 TO CP-RUN-LEN
171088     ELSE
171089         MOVE 1 TO CP-RUN-LEN
171090         MOVE CP-TX-CHAR TO CP-PREV-CHAR
171091     END-IF
171092     IF CP-RUN-LEN > CP-RUN-MAX
171093         MOVE CP-RUN-LEN TO CP-RUN-MAX
171094     END-IF.
171095 2993-EXIT.
171096     EXIT.
171097*-----------------------------------------------------------------
171098 2994-END-WORD SECTION.
171099 2994-START.
171100     IF CP-WORD-LEN = ZERO
171101         GO TO 2994-EXIT
171102     END-IF
171103     IF CP-WORD-LEN > 10
171104         MOVE 10 TO J
171105     ELSE
171106         MOVE CP-WORD-LEN TO J
171107     END-IF
171108     ADD 1 TO CP-FREQ-CNT(J)
171109     MOVE ZERO TO CP-WORD-LEN.
171110 2994-EXIT.
171111     EXIT.
171112*-----------------------------------------------------------------
171113 2996-PICK-DOMINANT-LETTER SECTION.
171114 2996-START.
171115     IF CP-LTR-CNT(I) > CP-DOM-FREQ
171116         MOVE CP-LTR-CNT(I) TO CP-DOM-FREQ
171117         MOVE CP-ALPHABET(I:1) TO CP-DOM-DIGIT
171118     END-IF.
171119 2996-EXIT.
171120     EXIT.
171200*-----------------------------------------------------------------
171300 3000-DISPLAY-ANSWER SECTION.
171400 3000-START.
172300         PERFORM 3450-CHECK-EXPECTED THRU 3450-EXIT
172400         GO TO 3000-EXIT
172500     END-IF
172510     PERFORM 3150-CHECK-HOLD THRU 3150-EXIT
172600     PERFORM 3100-WRITE-LEDGER THRU 3100-EXIT
172700     PERFORM 3200-WRITE-INTERFACE THRU 3200-EXIT
172800     PERFORM 3300-WRITE-AUDIT THRU 3300-EXIT
173300* 3100-WRITE-LEDGER APPENDS TODAY'S RESULT TO THE CAPLEDGR
173400* HISTORICAL LEDGER SO THE TOTAL IS NOT LOST ONCE THE JOB ENDS.
173500* CAPLEDGR IS CREATED ON THE FIRST RUN AND EXTENDED ON EVERY
173600* RUN AFTER THAT. EVERY ROW GOES OUT IN THE V2 LAYOUT - THE OLD
173610* 80 COLUMNS, THEN THE PUZZLE-TYPE CODE, THE PART 2 ANSWER AND
173620* THE FULL SOURCE NAME, SO TWO NAMES SHARING THEIR FIRST 40
173630* BYTES NO LONGER READ AS ONE SOURCE DOWNSTREAM.
173700*-----------------------------------------------------------------
173800 3100-WRITE-LEDGER SECTION.
173900 3100-START.
174000     MOVE CP-RUN-DATE-X TO CP-LL-DATE
174100     MOVE CP-CURRENT-FILE-NAME TO CP-LL-SOURCE
174200     MOVE ANS TO CP-LL-ANS
174210     MOVE CP-CURRENT-PUZZLE TO CP-LL-PUZZLE
174214     MOVE CP-CONTENT-COUNT TO CP-LL-DIGITS
174220     MOVE ANS-HALFWAY TO CP-LL-HALFWAY
174230     MOVE CP-CURRENT-FILE-NAME TO CP-LL-FULL-SOURCE
174300     OPEN EXTEND CAPLEDGR-FILE
174400     IF CP-CAPLEDGR-STATUS = "05" OR CP-CAPLEDGR-STATUS = "35"
174500         OPEN OUTPUT CAPLEDGR-FILE
175600 3100-EXIT.
175700     EXIT.
175800*-----------------------------------------------------------------
175802* 3150-CHECK-HOLD LOOKS THE FILE JUST SCORED UP ON CAPMAST TO SEE
175804* WHETHER AN OPEN CAPDMNT DISPUTE HAS ITS MASTER ROW ON HOLD. A
175806* HELD SOURCE IS STILL LEDGERED AND AUDITED AS USUAL, BUT ITS
175808* EXTRACT ROW IS SET ASIDE BY 3200 AND ITS ANSWERS OF RECORD ARE
175810* LEFT ALONE BY 3400. A STREAM RUN DOES NOT LOOK - CAPMERGE SETS
175812* ITS HELD ROWS ASIDE WHEN IT BUILDS THE CONSOLIDATED EXTRACT. NO
175814* MASTER YET MEANS NOTHING CAN BE HELD.
175816*-----------------------------------------------------------------
175818 3150-CHECK-HOLD SECTION.
175820 3150-START.
175822     MOVE "N" TO CP-HELD-SW
175824     MOVE SPACES TO CP-HELD-DISPUTE
175826     IF CP-STREAM-MODE
175828         GO TO 3150-EXIT
175830     END-IF
175832     OPEN INPUT CAPMAST-FILE
175834     IF CP-CAPMAST-STATUS NOT = "00"
175836         GO TO 3150-EXIT
175838     END-IF
175840     MOVE SPACES TO CAPMAST-RECORD
175842     MOVE CP-CURRENT-FILE-NAME TO CM-SOURCE
175844     READ CAPMAST-FILE
175846         INVALID KEY
175848             CONTINUE
175850         NOT INVALID KEY
175852             IF CM-ON-HOLD
175854                 MOVE "Y" TO CP-HELD-SW
175856                 MOVE CM-HOLD-DISPUTE TO CP-HELD-DISPUTE
175858             END-IF
175860     END-READ
175862     CLOSE CAPMAST-FILE.
175864 3150-EXIT.
175866     EXIT.
175868*-----------------------------------------------------------------
175900* 3200-WRITE-INTERFACE APPENDS ONE FIXED-WIDTH ROW TO THE CAPIFACE
176000* RECONCILIATION EXTRACT FOR THE FILE JUST SCORED. CAPIFACE IS
176100* OPENED ONCE FOR THE WHOLE RUN BY 1560-OPEN-INTERFACE, SO EVERY
176110* ROW WRITTEN HERE SIMPLY EXTENDS THAT SAME OPEN FILE. THE ROW OF
176120* A SOURCE ON HOLD GOES TO CAPIFHLD INSTEAD, THROUGH 3210.
176300*-----------------------------------------------------------------
176400 3200-WRITE-INTERFACE SECTION.
176500 3200-START.
176900     MOVE CP-RUN-DATE-X TO CP-IF-DATE
177000     MOVE CP-CURRENT-FILE-NAME TO CP-IF-SOURCE
177100     MOVE ANS TO CP-IF-ADJACENT
177200     MOVE ANS-HALFWAY TO CP-IF-HALFWAY
177210     MOVE CP-CURRENT-PUZZLE TO CP-IF-PUZZLE
177220     MOVE CP-CURRENT-FILE-NAME TO CP-IF-FULL-SOURCE
177229     IF CP-SOURCE-HELD
177238         PERFORM 3210-WRITE-HELD THRU 3210-EXIT
177247         GO TO 3200-EXIT
177256     END-IF
177265     IF CP-CAPIFACE-STATUS NOT = "00"
177274         GO TO 3200-EXIT
177283     END-IF
177300     WRITE CAPIFACE-RECORD FROM CP-IFACE-LINE.
177400 3200-EXIT.
177403     EXIT.
177406*-----------------------------------------------------------------
177409* 3210-WRITE-HELD APPENDS THE EXTRACT ROW OF A SOURCE ON HOLD TO
177412* THE CAPIFHLD HELD FILE, STAMPED HD IN COLS 71-72, WHERE IT WAITS
177415* UNTIL CAPDMNT CLOSES THE DISPUTE AND RELEASES IT. CAPIFHLD IS
177418* CREATED ON THE FIRST HELD ROW AND EXTENDED AFTER THAT.
177421*-----------------------------------------------------------------
177424 3210-WRITE-HELD SECTION.
177427 3210-START.
177430     MOVE CP-IFACE-LINE TO CAPIFHLD-RECORD
177433     MOVE "HD" TO CAPIFHLD-RECORD(71:2)
177436     OPEN EXTEND CAPIFHLD-FILE
177439     IF CP-CAPIFHLD-STATUS = "05" OR CP-CAPIFHLD-STATUS = "35"
177442         OPEN OUTPUT CAPIFHLD-FILE
177445     END-IF
177448     IF CP-CAPIFHLD-STATUS NOT = "00"
177451         DISPLAY "CAPDRIVE - UNABLE TO OPEN CAPIFHLD, STATUS "
177454             CP-CAPIFHLD-STATUS
177457         MOVE 8 TO CP-NEW-RC
177460         PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
177463         GO TO 3210-EXIT
177466     END-IF
177469     WRITE CAPIFHLD-RECORD
177472     CLOSE CAPIFHLD-FILE
177475     ADD 1 TO CP-HELD-COUNT
177478     DISPLAY "CAPDRIVE - SOURCE ON HOLD UNDER DISPUTE "
177481         CP-HELD-DISPUTE " - EXTRACT ROW HELD ON CAPIFHLD".
177484 3210-EXIT.
177500     EXIT.
177600*-----------------------------------------------------------------
177700* 3250-GET-AUDIT-TIMESTAMP CAPTURES THE CURRENT DATE AND TIME OF
180500     MOVE CP-AU-TIMESTAMP-X TO CP-AU-DATE
180600     ACCEPT CP-AU-USERID FROM ENVIRONMENT "USER"
180700     MOVE CP-CURRENT-FILE-NAME TO CP-AU-SOURCE
180710     MOVE CP-CONTENT-COUNT TO CP-AU-RECCOUNT
180900     MOVE ANS TO CP-AU-ANS
181000     MOVE ANS-HALFWAY TO CP-AU-HALFWAY
181010     MOVE CP-CURRENT-PUZZLE TO CP-AU-PUZZLE
181020     MOVE CP-CURRENT-FILE-NAME TO CP-AU-FULL-SOURCE
181100     OPEN EXTEND CAPAUDIT-FILE
181200     IF CP-CAPAUDIT-STATUS = "05" OR CP-CAPAUDIT-STATUS = "35"
181300         OPEN OUTPUT CAPAUDIT-FILE
186500         NOT INVALID KEY
186600             MOVE "Y" TO CP-MAST-FOUND-SW
186700     END-READ
186706     IF CP-MAST-FOUND AND CM-ON-HOLD
186712*       THE ANSWERS OF RECORD ARE FROZEN UNTIL THE DISPUTE
186718*       CLOSES - ONLY THE FACT THAT THE SOURCE WAS SCORED AGAIN
186724*       IS POSTED.
186730         MOVE CP-RUN-DATE-X TO CM-LAST-DATE
186736         ADD 1 TO CM-TIMES-SCORED
186742         REWRITE CAPMAST-RECORD
186748         IF CP-CAPMAST-STATUS NOT = "00"
186754             DISPLAY "CAPDRIVE - CAPMAST REWRITE FAILED, STATUS "
186760                 CP-CAPMAST-STATUS
186766             MOVE 8 TO CP-NEW-RC
186772             PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
186778         END-IF
186784         GO TO 3400-CLOSE-MASTER
186790     END-IF
186800     IF CP-MAST-FOUND
186900         MOVE CP-RUN-DATE-X TO CM-LAST-DATE
187000         ADD 1 TO CM-TIMES-SCORED
187010         MOVE CP-CONTENT-COUNT TO CM-DIGIT-COUNT
187200         MOVE ANS TO CM-ANS
187300         MOVE ANS-HALFWAY TO CM-HALFWAY
187400         REWRITE CAPMAST-RECORD
188300         MOVE CP-RUN-DATE-X TO CM-FIRST-DATE
188400         MOVE CP-RUN-DATE-X TO CM-LAST-DATE
188500         MOVE 1 TO CM-TIMES-SCORED
188510         MOVE CP-CONTENT-COUNT TO CM-DIGIT-COUNT
188700         MOVE ANS TO CM-ANS
188800         MOVE ANS-HALFWAY TO CM-HALFWAY
188810         MOVE SPACE TO CM-HOLD-FLAG
188820         MOVE SPACES TO CM-HOLD-DISPUTE
188900         WRITE CAPMAST-RECORD
189000             INVALID KEY
189100                 DISPLAY "CAPDRIVE - CAPMAST WRITE FAILED, "
189300                 MOVE 8 TO CP-NEW-RC
189400                 PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT
189500         END-WRITE
189510     END-IF.
189520 3400-CLOSE-MASTER.
189700     CLOSE CAPMAST-FILE.
189800 3400-EXIT.
189900     EXIT.
189920 3410-START.
189922     MOVE CP-RUN-DATE-X TO CP-MU-DATE
189924     MOVE CP-CURRENT-FILE-NAME TO CP-MU-SOURCE
189925     MOVE CP-CONTENT-COUNT TO CP-MU-DIGITS
189928     MOVE ANS TO CP-MU-ANS
189930     MOVE ANS-HALFWAY TO CP-MU-HALF
189932     OPEN EXTEND CAPMUPD-FILE
197200     DISPLAY "FILES PROCESSED......... " CP-BATCH-FILE-COUNT
197300     DISPLAY "COMBINED ANSWER TOTAL... " CP-BATCH-ANS-TOTAL
197400     DISPLAY "COMBINED HALFWAY TOTAL.. " CP-BATCH-HALF-TOTAL
197410     PERFORM 3520-DISPLAY-ONE-TYPE THRU 3520-EXIT
197420         VARYING CP-PT-IX FROM 1 BY 1
197430         UNTIL CP-PT-IX > CP-PT-COUNT
197500     IF CP-DUP-COUNT > ZERO
197600         DISPLAY "DUPLICATE CONTENT....... " CP-DUP-COUNT
197700         PERFORM 3510-DISPLAY-ONE-DUP THRU 3510-EXIT
198700         " SAME CONTENT AS " CP-DUP-T-MATCH(CP-FP-IX).
198800 3510-EXIT.
198900     EXIT.
198909*-----------------------------------------------------------------
198918 3520-DISPLAY-ONE-TYPE SECTION.
198927 3520-START.
198936     DISPLAY "  " CP-PT-CODE(CP-PT-IX)
198945         " SCORED " CP-PT-SCORED(CP-PT-IX)
198954         " REJECTED " CP-PT-REJECTED(CP-PT-IX)
198963         " PART 1 " CP-PT-ANS-TOTAL(CP-PT-IX)
198972         " PART 2 " CP-PT-HALF-TOTAL(CP-PT-IX).
198981 3520-EXIT.
198990     EXIT.
199000*-----------------------------------------------------------------
199100* 3600-WRITE-REPORT PRODUCES A FORMATTED PRINT-IMAGE SUMMARY OF
199200* THE BATCH ON CAPRPT, WITH A HEADER GIVING THE RUN DATE AND THE
199600* PART 2 HALFWAY-AROUND TOTAL SIDE BY SIDE, AND A FOOTER LINE.
199700* COLUMN 1 OF EVERY RECORD IS THE ANSI PRINTER CARRIAGE CONTROL
199800* CHARACTER ("1" SKIP TO A NEW PAGE, " " SINGLE SPACE).
199810* THE GRAND TOTALS ARE FOLLOWED BY ONE SUBTOTAL LINE PER PUZZLE
199820* TYPE, SINCE A GRAND TOTAL OVER TWO UNRELATED PUZZLES MEANS
199830* NOTHING TO ACCOUNTING ON ITS OWN.
199900*-----------------------------------------------------------------
200000 3600-WRITE-REPORT SECTION.
200100 3600-START.
204000         "     PART 2 (HALFWAY) TOTAL... " DELIMITED BY SIZE
204100         CP-RPT-HALF-ED DELIMITED BY SIZE INTO CAPRPT-LINE
204200     WRITE CAPRPT-RECORD
204208     MOVE " " TO CAPRPT-CTRL
204216     MOVE SPACES TO CAPRPT-LINE
204224     WRITE CAPRPT-RECORD
204232     MOVE " " TO CAPRPT-CTRL
204240     MOVE SPACES TO CAPRPT-LINE
204248     STRING "SUBTOTALS BY PUZZLE TYPE:"
204256         DELIMITED BY SIZE INTO CAPRPT-LINE
204264     WRITE CAPRPT-RECORD
204272     PERFORM 3620-REPORT-ONE-TYPE THRU 3620-EXIT
204280         VARYING CP-PT-IX FROM 1 BY 1
204288         UNTIL CP-PT-IX > CP-PT-COUNT
204300     IF CP-DUP-COUNT > ZERO
204400         MOVE " " TO CAPRPT-CTRL
204500         MOVE SPACES TO CAPRPT-LINE
205300             VARYING CP-FP-IX FROM 1 BY 1
205400             UNTIL CP-FP-IX > CP-DUP-COUNT
205500     END-IF
205508     IF CP-ABANDONED
205516         MOVE " " TO CAPRPT-CTRL
205524         MOVE SPACES TO CAPRPT-LINE
205532         WRITE CAPRPT-RECORD
205540         MOVE " " TO CAPRPT-CTRL
205548         MOVE SPACES TO CAPRPT-LINE
205556         STRING "*** " CP-FULL-TABLE " TABLE FULL - RAISE ITS "
205564             "OCCURS LIMIT IN CAPDRIVE AND RERUN ***"
205572             DELIMITED BY SIZE INTO CAPRPT-LINE
205580         WRITE CAPRPT-RECORD
205588     END-IF
205600     MOVE " " TO CAPRPT-CTRL
205700     MOVE SPACES TO CAPRPT-LINE
205800     WRITE CAPRPT-RECORD
207400     WRITE CAPRPT-RECORD.
207500 3610-EXIT.
207600     EXIT.
207606*-----------------------------------------------------------------
207612 3620-REPORT-ONE-TYPE SECTION.
207618 3620-START.
207624     MOVE CP-PT-CODE(CP-PT-IX) TO CP-PR-PUZZLE
207630     MOVE CP-PT-ATTEMPTED(CP-PT-IX) TO CP-PR-ATTEMPTED
207636     MOVE CP-PT-SCORED(CP-PT-IX) TO CP-PR-SCORED
207642     MOVE CP-PT-REJECTED(CP-PT-IX) TO CP-PR-REJECTED
207648     MOVE CP-PT-ANS-TOTAL(CP-PT-IX) TO CP-PR-ANS
207654     MOVE CP-PT-HALF-TOTAL(CP-PT-IX) TO CP-PR-HALF
207660     MOVE " " TO CAPRPT-CTRL
207666     MOVE CP-PT-RPT-LINE TO CAPRPT-LINE
207672     WRITE CAPRPT-RECORD.
207678 3620-EXIT.
207684     EXIT.
207700*-----------------------------------------------------------------
207800* 3700-WRITE-STATUS WRITES THE ONE-RECORD CAPSTAT RUN STATUS -
207900* RUN DATE, FILES ATTEMPTED, FILES SCORED, FILES REJECTED, THE
208400* NOT A HISTORY (THAT IS WHAT CAPLEDGR AND CAPAUDIT ARE FOR).
208500* A FAILURE WRITING CAPSTAT ITSELF IS ONLY DISPLAYED - THE
208600* RETURN CODE STILL CARRIES THE RUN'S CONDITION.
208610* ONE PT TRAILER RECORD PER PUZZLE TYPE FOLLOWS THE STATUS RECORD,
208620* ITS COUNTS IN THE SAME COLUMNS AND "PT" WHERE THE STATUS RECORD
208630* CARRIES ITS CONDITION CODE, THEN THE TYPE AND ITS TWO TOTALS.
208640* A JOB THAT READS ONLY THE FIRST RECORD SEES NO CHANGE.
208700*-----------------------------------------------------------------
208800 3700-WRITE-STATUS SECTION.
208900 3700-START.
211400         GO TO 3700-EXIT
211500     END-IF
211600     WRITE CAPSTAT-RECORD FROM CP-STATUS-LINE
211610     PERFORM 3710-WRITE-ONE-TYPE THRU 3710-EXIT
211620         VARYING CP-PT-IX FROM 1 BY 1
211630         UNTIL CP-PT-IX > CP-PT-COUNT
211700     CLOSE CAPSTAT-FILE.
211800 3700-EXIT.
211900     EXIT.
211907*-----------------------------------------------------------------
211914 3710-WRITE-ONE-TYPE SECTION.
211921 3710-START.
211928     MOVE CP-RUN-DATE-X TO CP-SX-DATE
211935     MOVE CP-PT-ATTEMPTED(CP-PT-IX) TO CP-SX-ATTEMPTED
211942     MOVE CP-PT-SCORED(CP-PT-IX) TO CP-SX-SCORED
211949     MOVE CP-PT-REJECTED(CP-PT-IX) TO CP-SX-REJECTED
211956     MOVE CP-PT-CODE(CP-PT-IX) TO CP-SX-PUZZLE
211963     MOVE CP-PT-ANS-TOTAL(CP-PT-IX) TO CP-SX-ANS-TOTAL
211970     MOVE CP-PT-HALF-TOTAL(CP-PT-IX) TO CP-SX-HALF-TOTAL
211977     WRITE CAPSTAT-RECORD FROM CP-STATUS-TYPE-LINE.
211984 3710-EXIT.
211991     EXIT.
212000*-----------------------------------------------------------------
212100* 3800-WRITE-REGRESS-REPORT PRODUCES THE CAPRGRPT PASS/FAIL
212200* REPORT FOR A REGRESSION RUN - ONE LINE PER FILE SCORED WITH
224000* DENSITIES, WITH A SUSPECT MARKER ON EVERY FILE PAST THE
224100* THRESHOLDS - SO A WEIRD VENDOR FEED IS VISIBLE THE MORNING IT
224200* ARRIVES. NOTHING SCORED MEANS NOTHING TO REPORT, AND THE
224210* REPORT SAYS SO RATHER THAN PRINTING AN EMPTY SHELL. A TEXT
224220* FEED'S LINE CARRIES ITS CHARACTER COUNT AND COMMONEST LETTER.
224400*-----------------------------------------------------------------
224500 3900-WRITE-QUALITY-REPORT SECTION.
224600 3900-START.
227000         " PCT, RUN OVER " DELIMITED BY SIZE
227100         CP-QRUN-LIMIT DELIMITED BY SIZE
227200         INTO CAPQRPT-LINE
227210     WRITE CAPQRPT-RECORD
227220     MOVE " " TO CAPQRPT-CTRL
227230     MOVE SPACES TO CAPQRPT-LINE
227240     STRING "TEXT FEEDS........ COUNT IS CHARACTERS, DOM IS THE "
227250         "COMMONEST LETTER, RUN IS OF ONE LETTER, DENSITY IS "
227260         "PER 100 LINES" DELIMITED BY SIZE INTO CAPQRPT-LINE
227300     WRITE CAPQRPT-RECORD
227400     MOVE " " TO CAPQRPT-CTRL
227500     MOVE SPACES TO CAPQRPT-LINE
234600 9000-EXIT.
234700     EXIT.
234800*-----------------------------------------------------------------
234805* 9100-TABLE-FULL STOPS THE RUN WHEN THE WORKING TABLE NAMED IN
234810* CP-FULL-TABLE CANNOT TAKE ANOTHER ENTRY. NO FURTHER FILE IS
234815* SCORED, AND THE BATCH IS MARKED IN ERROR SO THE CHECKPOINT IS
234820* KEPT - ONCE THE LIMIT IS RAISED, THE RERUN PICKS UP AT THE FILE
234825* THE RUN STOPPED ON.
234830*-----------------------------------------------------------------
234835 9100-TABLE-FULL SECTION.
234840 9100-START.
234845     DISPLAY "CAPDRIVE - " CP-FULL-TABLE " TABLE FULL - RUN "
234850         "STOPPED, RAISE ITS OCCURS LIMIT IN CAPDRIVE AND RERUN"
234855     MOVE "Y" TO CP-ABANDON-SW
234860     MOVE "Y" TO CP-BATCH-ERROR-SW
234865     MOVE 16 TO CP-NEW-RC
234870     PERFORM 9000-RAISE-CONDITION THRU 9000-EXIT.
234875 9100-EXIT.
234880     EXIT.
234885*-----------------------------------------------------------------
234900 END PROGRAM CAPDRIVE.
