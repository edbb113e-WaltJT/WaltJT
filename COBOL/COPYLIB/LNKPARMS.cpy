000980*               THROUGH THE BASE RATE; BLANK (OR USD) KEEPS THE
000990*               CLASSIC CONVERT-TO-USD BEHAVIOR. A PER-RECORD
000995*               TARGET ON OPCTRANS/LOOPTRANS OVERRIDES IT.
000996*               LNK-REV-DATE/LNK-REV-SEQ, WHEN NOT ZERO, NAME ONE
000998*               HISTORY ROW FOR REVPOST TO REVERSE WITHOUT
001000*               PROMPTING (CASEMNT, WHEN A DISPUTE IS RESOLVED BY
001002*               A REVERSAL); ZERO ON EVERY OTHER CALL.
001004*               LNK-PARTITION-NO, SET FROM THE COBOL6 RUN CARD,
001006*               MAKES A BATCH-MODE COBOL2 RUN ONE INSTANCE OF A
001008*               BRANCH-PARTITIONED NIGHT (1-4, OWN SUB-BATCH,
001010*               CHECKPOINT AND RESULT FILE); ZERO RUNS THE WHOLE
001012*               FILE AS BEFORE.
001014*               LNK-TRAINING-SW "Y" MARKS A COBOL5 TRAINING
001016*               SESSION: THE CALLED PROGRAM POINTS ITS FILES AT
001018*               THE TRAINING FILE SET (TRNxxxx) BEFORE OPENING
001020*               ANYTHING, SHOWS THE TRAINING BANNER AND
001022*               REFUSES TO RUN UNATTENDED.
001024*               LNK-SESSION-ID IS THE COBOL5 TERMINAL SESSION
001026*               STAMP (THE SEV-SESSION OF THE SIGN-ON EVENT ON
001028*               THE SECURITY LOG); THE CALLED PROGRAM CARRIES IT
001030*               ONTO EVERY AUDIT AND HISTORY ROW IT WRITES SO
001032*               THE END-OF-SHIFT BLOTTER (SHFTBLT) CAN FIND THE
001034*               SESSION'S WORK. BLANK ON BATCH CALLS.
001036******************************************************************
001100 01  LNK-PARMS.
001200     05 LNK-OPERATOR-ID         PIC X(08).
001300     05 LNK-RUN-MODE            PIC X(01).
001700         88 LNK-CONVERT-TO-BASE            VALUE "Y".
001800         88 LNK-SHOW-NATIVE                VALUE "N".
001900     05 LNK-TARGET-CURRENCY     PIC X(03) VALUE SPACES.
001910     05 LNK-REV-KEY.
001920         10 LNK-REV-DATE        PIC 9(08) VALUE ZERO.
001930         10 LNK-REV-SEQ         PIC 9(08) VALUE ZERO.
001940     05 LNK-PARTITION-NO        PIC 9(01) VALUE ZERO.
001950     05 LNK-TRAINING-SW         PIC X(01) VALUE "N".
001960         88 LNK-TRAINING-MODE              VALUE "Y".
001970     05 LNK-SESSION-ID          PIC X(15) VALUE SPACES.
