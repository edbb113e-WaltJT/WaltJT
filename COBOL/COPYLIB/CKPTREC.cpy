001000*               LOG AND HISTORY FILE, SO A RERUN OF THE SAME
001100*               BATCH FAST-FORWARDS PAST THE POSTED RECORDS
001200*               INSTEAD OF DOUBLE-POSTING. A BLANK BATCH ID
001250*               MEANS NO CHECKPOINT IS OUTSTANDING. A
001300*               BRANCH-PARTITIONED COBOL2 INSTANCE KEEPS ITS OWN
001350*               CHECKPOINT ON DD CKPTOP1-CKPTOP4 BY PARTITION.
001400******************************************************************
001500 01  CKPT-REC.
001600     05 CKPT-BATCH-ID           PIC X(08).
