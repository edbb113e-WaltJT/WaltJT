001992*               AND THE BATACK ACKNOWLEDGMENT KEEP THE ORIGINAL
001994*               NUMBERING EVEN AFTER REJECTS ARE REMOVED; ZERO
001996*               OR BLANK ON A FILE THE EDIT DID NOT PRODUCE.
002000*               OPC-VALUE-DATE (YYYYMMDD) IS THE OPTIONAL DATE
002010*               THE ITEM MUST POST ON; BLANK OR ZERO MEANS THE
002020*               BUSINESS DATE IT ARRIVES ON. EDITVAL HOLDS A
002030*               LATER-DATED ITEM IN THE VALUE-DATE WAREHOUSE
002040*               (VDWHREC) AND VDREL RELEASES IT ON ITS DATE,
002050*               STAMPED WITH ITS ORIGINAL BATCH ID AND BRANCH
002060*               (OPC-ORIG-BATCH-ID/-BRANCH-ID) SO THE AUDIT
002070*               LINEAGE STILL NAMES THE BRANCH'S OWN BATCH;
002080*               BLANK ON EVERY OTHER RECORD.
002090******************************************************************
002100 01  OPC-TRANS-REC.
002200     05 OPC-OPERATION           PIC X(01).
002300         88 OPC-OP-ADD                     VALUE "A".
004050     05 OPC-ACCOUNT-CODE        PIC X(08).
004060     05 OPC-TARGET-CURRENCY     PIC X(03).
004070     05 OPC-SOURCE-REC-NO       PIC 9(06).
004080     05 OPC-VALUE-DATE          PIC 9(08).
004090     05 OPC-VALUE-DATE-X REDEFINES OPC-VALUE-DATE
004100                                PIC X(08).
004110         88 OPC-NO-VALUE-DATE              VALUE SPACES
004120                                           "00000000".
004130     05 OPC-ORIG-BATCH-ID       PIC X(08).
004140     05 OPC-ORIG-BRANCH-ID      PIC X(04).
004150     05 FILLER                  PIC X(14).
