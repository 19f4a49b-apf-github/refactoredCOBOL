      ******************************************************************
      * RTCVCTL-REC IS ONE RECORD OF THE CONTROL-TOTALS FILE THAT
      * RTCV100 WRITES IN ITS 'PRE' PASS, BEFORE THE LOAN-BOOK RATE
      * AND AMOUNT COLUMNS ARE ALTERED FROM WHOLE NUMBERS TO TWO
      * DECIMAL PLACES, AND READS BACK IN ITS 'POST' PASS AFTERWARDS.
      * ONE RECORD PER CONVERTED COLUMN, IN RTCV100'S CHECK ORDER:
      * THE TABLE'S ROW COUNT AND THE COLUMN TOTAL AS THEY STOOD
      * BEFORE THE CONVERSION.
       01 RTCVCTL-REC.
          05 RTCVCTL-CHECK-NO                PIC 9(02).
          05 RTCVCTL-TABLE                   PIC X(10).
          05 RTCVCTL-COLUMN                  PIC X(18).
          05 RTCVCTL-ROW-CNT                 PIC 9(09).
          05 RTCVCTL-COL-SUM                 PIC S9(17)V9(02).
          05 RTCVCTL-TAKEN-DATE              PIC X(10).
          05 FILLER                          PIC X(12).
