001800         88 AGT-TRAILER                   VALUE "GENTRAILER".
001900     05 AGT-BUSINESS-DATE       PIC 9(08).
002000     05 AGT-RECORD-COUNT        PIC 9(08).
002010     05 FILLER                  PIC X(150).
