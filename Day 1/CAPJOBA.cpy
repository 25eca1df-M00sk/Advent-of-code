000100******************************************************************
000200* CAPJOBA - COMMUNICATION AREA BETWEEN EVERY BATCH JOB IN THE
000300* SUITE AND THE CAPJCTL JOB-CONTROL SUBPROGRAM.
000400*
000500* AT START-UP THE JOB NAMES ITSELF, LISTS THE DATASETS IT WILL
000600* UPDATE (MODE U) OR ONLY READ (MODE R) AND CALLS CAPJCTL WITH
000700* JC-FUNCTION "S". CAPJCTL STAMPS THE START TIME AND USER ID,
000800* TAKES THE LOCKS ON CAPLOCK AND WRITES THE START RECORD TO THE
000900* CAPJOBLG JOB LOG. IF ANY DATASET IS ALREADY HELD IN A MODE THAT
001000* CONFLICTS - AN UPDATE AGAINST ANYTHING, OR A READ AGAINST AN
001100* UPDATE - NOTHING IS TAKEN, THE HOLDER IS RETURNED IN JC-HOLDER
001200* AND JC-RESULT COMES BACK "1": THE JOB MUST STOP, CONDITION 16,
001300* BEFORE OPENING ANYTHING. "2" MEANS CAPLOCK ITSELF COULD NOT BE
001400* READ OR WRITTEN, AND THE JOB STOPS THE SAME WAY.
001500*
001600* AT THE END THE JOB SETS JC-CONDITION AND UP TO FOUR LABELLED
001700* COUNTS AND CALLS AGAIN WITH JC-FUNCTION "E". CAPJCTL WRITES THE
001800* END RECORD AND RELEASES EVERY LOCK TAKEN AT THE START.
001900*
002000* A DATASET NAME ENDING IN * COVERS EVERY NAME THAT BEGINS WITH
002100* WHAT PRECEDES IT - CAPLIST.S* IS EVERY STREAM MANIFEST.
002200******************************************************************
002300 01  CAPJOB-COMMAREA.
002400     05  JC-FUNCTION                            PIC X(01).
002500         88  JC-FN-START                        VALUE "S".
002600         88  JC-FN-END                          VALUE "E".
002700     05  JC-PROGRAM                             PIC X(08).
002800     05  JC-USERID                              PIC X(20).
002900     05  JC-STARTED                             PIC X(19).
003000     05  JC-ENDED                               PIC X(19).
003100     05  JC-CONDITION                           PIC 9(02).
003200     05  JC-RESULT                              PIC X(01).
003300         88  JC-OK                              VALUE "0".
003400         88  JC-LOCKED                          VALUE "1".
003500         88  JC-LOCK-TROUBLE                    VALUE "2".
003600         88  JC-REFUSED                         VALUE "1" "2".
003700     05  JC-HOLDER.
003800         10  JC-HELD-DSN                        PIC X(12).
003900         10  JC-HELD-MODE                       PIC X(01).
004000         10  JC-HELD-PROGRAM                    PIC X(08).
004100         10  JC-HELD-USERID                     PIC X(20).
004200         10  JC-HELD-SINCE                      PIC X(19).
004300     05  JC-LOCK-COUNT                          PIC 9(02).
004400     05  JC-LOCK-ENTRY OCCURS 16 TIMES.
004500         10  JC-LOCK-DSN                        PIC X(12).
004600         10  JC-LOCK-MODE                       PIC X(01).
004700             88  JC-LOCK-UPDATE                 VALUE "U".
004800             88  JC-LOCK-READ                   VALUE "R".
004900     05  JC-COUNT-ENTRY OCCURS 4 TIMES.
005000         10  JC-COUNT-LABEL                     PIC X(10).
005100         10  JC-COUNT-VALUE                     PIC 9(09).
