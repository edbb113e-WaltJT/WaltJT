001720*               "STO" ARE EXEMPT FROM THE HASH CHECK ONLY, SINCE
001730*               STORGEN EXPANDS THE SAME FIXED OPERANDS UNDER A
001740*               FRESH ID EVERY NIGHT BY DESIGN.
001742*               ACCTPOST REGISTERS EACH AUDIT GENERATION IT
001744*               POSTS TO THE ACCOUNT BALANCE FILE UNDER THE
001746*               BUSINESS DATE AS THE BATCH ID, SOURCE FILE
001748*               "AUDITGEN", SO A DAY CANNOT POST TWICE.
001750*               FXREVAL REGISTERS EACH MONTH-END REVALUATION
001752*               UNDER ITS BATCH ID ("FX" + YYYYMM), SOURCE FILE
001754*               "HISTORY", SO A MONTH CANNOT BE REVALUED TWICE.
001756*               SETLPOS REGISTERS EACH DAY IT SETTLES UNDER THE
001758*               BUSINESS DATE, SOURCE FILE "AUDITGEN", SO A DAY
001760*               CANNOT BE SETTLED TWICE.
001762*               CHGBILL REGISTERS EACH MONTH'S BRANCH CHARGEBACK
001764*               UNDER ITS BATCH ID ("CB" + YYYYMM), SOURCE FILE
001766*               "HISTORY", SO A MONTH CANNOT BE BILLED TWICE; IT
001768*               ALSO COUNTS THE EDITVAL ROWS AS BILLABLE BATCHES.
001770*               LOANAMRT REGISTERS EACH LOANTRAN BATCH OF LOAN
001772*               SCHEDULE REQUESTS UNDER ITS BATCH ID, SOURCE FILE
001774*               "LOANTRAN", SO A BATCH CANNOT BE SCHEDULED TWICE.
001800******************************************************************
001900 01  BREG-REC.
002000     05 BREG-KEY.
