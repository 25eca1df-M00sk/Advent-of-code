002400*
002500* MODIFICATION HISTORY.
002600*   2026-09-03  M00SK  ORIGINAL VERSION.
002610*   2026-10-15  M00SK  THE PROMPT NAMES THE CAPMFRPT MISSED-FEED
002620*                      AND CAPVSRPT VENDOR SCORECARD GENERATIONS
002630*                      NOW ALSO RECORDED ON THE INDEX.
002640*   2026-10-15  M00SK  THE PROMPT NAMES THE CAPBLRPT INVOICE
002650*                      REGISTER GENERATIONS.
002660*   2026-10-15  M00SK  THE PROMPT NAMES THE CAPRBRPT DAILY
002670*                      RUN-BOOK GENERATIONS.
002679*   2026-10-15  M00SK  THE PROMPT NAMES THE CAPDSRPT SOURCE
002688*                      HISTORY DOSSIER GENERATIONS.
002694*   2026-10-15  M00SK  THE PROMPT NAMES THE CAPDARPT DISPUTE
002697*                      AGING REPORT GENERATIONS.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CAPRPRNT.
009600     END-IF.
009700 0000-PROMPT-LOOP.
009800     DISPLAY "CAPRPRNT - ENTER REPORT TYPE (CAPRPT, CAPQRPT, "
009900         "CAPRGRPT, CAPVRPT, CAPMFRPT, CAPVSRPT; "
009910         "CAPBLRPT, CAPRBRPT, CAPDSRPT, CAPDARPT; "
009920         "BLANK TO END):"
010000     MOVE SPACES TO RP-ASK-TYPE
010100     ACCEPT RP-ASK-TYPE
010200     IF RP-ASK-TYPE = SPACES
