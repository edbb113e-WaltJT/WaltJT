001400*               DIGIT (TRANSIN, LOOPTRANS) OR AN OPERATION CODE
001500*               (OPCTRANS). COPIED WITH REPLACING WHERE ONE
001600*               PROGRAM READS MORE THAN ONE OF THE FILES.
001610*               THE HEADER ALSO CARRIES THE DATE AND TIME
001620*               (HHMM) THE BATCH WAS TRANSMITTED, STAMPED BY
001630*               THE RECEIVING GATEWAY, WHICH SUBMCHK AND EDITVAL
001640*               COMPARE AGAINST THE BRANCH'S CUTOFF TIME ON THE
001650*               BRANCH MASTER (BRCHREC). HOUSE BATCHES LEAVE IT
001660*               BLANK AND ARE NEVER LATE.
001700******************************************************************
001800 01  BAT-CTL-REC.
001900     05 BAT-REC-TYPE            PIC X(01).
002400     05 BAT-HEADER-DATA REDEFINES BAT-CTL-DATA.
002500         10 BAT-PREP-DATE       PIC 9(08).
002600         10 BAT-BRANCH-ID       PIC X(04).
002650         10 BAT-SEND-DATE       PIC 9(08).
002700         10 BAT-SEND-TIME       PIC 9(04).
002750         10 FILLER              PIC X(47).
002800     05 BAT-TRAILER-DATA REDEFINES BAT-CTL-DATA.
002900         10 BAT-EXPECT-CNT      PIC 9(06).
003000         10 BAT-HASH-TOTAL      PIC S9(13)V99
