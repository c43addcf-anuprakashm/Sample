              88 DFHCA-01-CONSENT-SETTLED       VALUE 'S'.
              88 DFHCA-01-CONSENT-HELD          VALUE 'H'.
              88 DFHCA-01-CONSENT-CANCELLED     VALUE 'C'.
              88 DFHCA-01-CONSENT-AWAIT-2ND     VALUE 'W'.
           10 DFHCA-01-DOMESTIC-PAY-ID      PIC 9(9).
           10 DFHCA-01-DOMESTIC-PAY-STATUS  PIC X(4).
              88 DFHCA-01-PAY-INITIAL           VALUE 'INIT'.
           10 DFHCA-01-CHECKPOINT-TOKEN      PIC X(32).
           10 DFHCA-01-REQD-EXEC-DATE       PIC X(10).
           10 DFHCA-01-PRE-HOLD-STATUS      PIC X(1).
           10 DFHCA-01-KEYED-BY-OPER        PIC X(8).
           10 DFHCA-01-RELEASED-BY-OPER     PIC X(8).
           10 DFHCA-01-SECOND-AUTH-OPER     PIC X(8).
           10 DFHCA-01-LAST-OPER-ID         PIC X(8).
