      *   'B' - ROLL DATSRV-DATE-1 BACK TO THE NEAREST BUSINESS DAY
      *   'C' - COUNT THE BUSINESS DAYS FROM DATSRV-DATE-1 (EXCLUSIVE)
      *         THROUGH DATSRV-DATE-2 (INCLUSIVE) INTO DATSRV-BUS-DAYS
      *   'A' - ADD DATSRV-BUS-DAYS BUSINESS DAYS TO DATSRV-DATE-1
      *         (RETURNED IN PLACE) - THE DATE THAT MANY BUSINESS
      *         DAYS AFTER IT
      *   'M' - ADD DATSRV-MONTHS CALENDAR MONTHS TO DATSRV-DATE-1,
      *         THE DAY CUT BACK TO THE END OF A SHORTER MONTH, AND
      *         ROLL THE RESULT FORWARD TO A BUSINESS DAY (RETURNED
      *         IN PLACE)
      * DATSRV-COUNTRY SELECTS THE HOLIDAY CALENDAR; COD-RETURN '00'
      * OK, '20' MALFORMED DATE, '99' ANY OTHER FAILURE.
       01 DATSRV-AREA.
             88 DATSRV-FUNC-ROLL-FWD                    VALUE 'R'.
             88 DATSRV-FUNC-ROLL-BACK                   VALUE 'B'.
             88 DATSRV-FUNC-COUNT                       VALUE 'C'.
             88 DATSRV-FUNC-ADD-BUS-DAYS                VALUE 'A'.
             88 DATSRV-FUNC-ADD-MONTHS                  VALUE 'M'.
          05 DATSRV-COUNTRY                  PIC X(03).
          05 DATSRV-DATE-1                   PIC X(10).
          05 DATSRV-DATE-2                   PIC X(10).
             88 DATSRV-88-OK                            VALUE '00'.
             88 DATSRV-88-BAD-DATE                      VALUE '20'.
             88 DATSRV-88-ERROR                         VALUE '99'.
          05 DATSRV-MONTHS                   PIC S9(03) COMP-3.
          05 FILLER                          PIC X(06).
