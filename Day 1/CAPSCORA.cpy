001100* HANDED BACK EITHER WAY SO THE DRIVER CAN FINGERPRINT, PROFILE
001200* AND SUSPENSE-FILE THE CONTENT WITHOUT REREADING THE FILE.
001300*
001310* A FEED OF WORDS RATHER THAN DIGITS SETS CS-CONTENT-TYPE TO "T"
001320* AND LANDS ITS LINES IN CS-TEXT-AREA INSTEAD - EACH LINE AS READ,
001330* WITH ITS LENGTH, AND THE CHARACTER COUNT OVER ALL LINES - AND
001340* LEAVES THE DIGIT TABLE EMPTY. THE DRIVER PRESETS "D" BEFORE
001350* EVERY CALL, SO A DIGIT SCORER NEVER NEEDS TO TOUCH THE FIELD.
001360*
001400* REASON CODES: OV OVERLONG, EM EMPTY, BC BAD CHARACTER, AND
001410* PT (SET BY THE DRIVER ITSELF) UNKNOWN PUZZLE TYPE. A TEXT FEED
001420* ALSO USES NL (A CHARACTER THAT IS NEITHER A LOWERCASE LETTER
001430* NOR A SPACE) AND BL (A BLANK LINE); FOR THOSE TWO THE REJECT
001440* POSITION IS THE LINE NUMBER.
001600******************************************************************
001700 01  CAPSCORE-COMMAREA.
001800     05  CS-PUZZLE-TYPE                         PIC X(04).
002700     05  CS-HALFWAY                             PIC 9(08).
002800     05  CS-M1-MATCHES                          PIC 9(08).
002900     05  CS-M2-MATCHES                          PIC 9(08).
002909     05  CS-CONTENT-TYPE                        PIC X(01).
002918         88  CS-DIGIT-CONTENT                   VALUE "D".
002927         88  CS-TEXT-CONTENT                    VALUE "T".
002936     05  CS-TEXT-AREA.
002945         10  CS-TEXT-LINE-COUNT                 PIC 9(08) COMP.
002954         10  CS-TEXT-CHAR-COUNT                 PIC 9(08) COMP.
002963         10  CS-TEXT-LINE OCCURS 1000 TIMES.
002972             15  CS-TEXT-LEN                    PIC 9(04) COMP.
002981             15  CS-TEXT-DATA                   PIC X(100).
003000     05  CS-DIGIT-TABLE.
003100         10  CS-DIGIT-COUNT                     PIC 9(08) COMP.
003200         10  CS-DIGIT-ENTRY OCCURS 1 TO 20000 TIMES
