      ******************************************************************
      * DAT4C100 IS THE COMMON BUSINESS-DAY DATE SERVICE (SEE
      * DATSRV.cpy FOR THE CALL INTERFACE). IT ROLLS A COMPUTED DATE
      * FORWARD OR BACK TO THE NEAREST BUSINESS DAY, COUNTS BUSINESS
      * DAYS BETWEEN TWO DATES, AND ADDS A NUMBER OF BUSINESS DAYS OR
      * CALENDAR MONTHS TO A DATE (THE COMPLAINT RESPONSE DEADLINES
      * OF CMPM100), TREATING SATURDAY AND SUNDAY
      * AND EVERY DATE ON THE PER-COUNTRY HOLIDAY CALENDAR
      * (HC1DQ001, MAINTAINED BY CALM100) AS NON-BUSINESS DAYS. THE
      * CALENDAR IS LOADED ONCE ON THE FIRST CALL AND HELD ACROSS
       01  WS-BUSDAY-SW                     PIC X(1)    VALUE 'N'.
           88  WS-IS-BUSDAY                             VALUE 'Y'.
      ******************************************************************
      * WORK FIELDS FOR ADDING BUSINESS DAYS AND CALENDAR MONTHS.
       01  WS-ADD-DONE                      PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-MONTH-WORK                    PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************

       LINKAGE SECTION.
      ******************************************************************
                       MOVE WS-WRK-DATE-X TO DATSRV-DATE-1
                   WHEN DATSRV-FUNC-COUNT
                       PERFORM 400000-COUNT-BUSINESS-DAYS
                   WHEN DATSRV-FUNC-ADD-BUS-DAYS
                       PERFORM 420000-ADD-BUSINESS-DAYS
                       MOVE WS-WRK-DATE-X TO DATSRV-DATE-1
                   WHEN DATSRV-FUNC-ADD-MONTHS
                       PERFORM 440000-ADD-MONTHS
                       MOVE WS-WRK-DATE-X TO DATSRV-DATE-1
                   WHEN OTHER
                       MOVE '99' TO DATSRV-COD-RETURN
               END-EVALUATE
               ADD 1 TO DATSRV-BUS-DAYS
           END-IF.
      ******************************************************************
      * 420000-ADD-BUSINESS-DAYS STEPS THE WORKING DATE FORWARD UNTIL
      * IT HAS PASSED DATSRV-BUS-DAYS BUSINESS DAYS, SO IT LANDS ON
      * THE LAST OF THEM. ZERO (OR LESS) LEAVES THE DATE AS IT IS.
      * THE SAME TEN-THOUSAND-DAY GUARD AS THE COUNT APPLIES.
       420000-ADD-BUSINESS-DAYS.

           MOVE ZERO TO WS-COUNT-GUARD
           MOVE ZERO TO WS-ADD-DONE

           PERFORM 420100-ADD-ONE-DAY
               UNTIL WS-ADD-DONE >= DATSRV-BUS-DAYS
                  OR WS-COUNT-GUARD > 9999

           IF WS-COUNT-GUARD > 9999
               MOVE '99' TO DATSRV-COD-RETURN
           END-IF.
      ******************************************************************
       420100-ADD-ONE-DAY.

           ADD 1 TO WS-COUNT-GUARD
           PERFORM 600000-ADD-ONE-DAY
           PERFORM 500000-CHECK-BUSINESS-DAY

           IF WS-IS-BUSDAY
               ADD 1 TO WS-ADD-DONE
           END-IF.
      ******************************************************************
      * 440000-ADD-MONTHS MOVES THE WORKING DATE DATSRV-MONTHS
      * CALENDAR MONTHS ON (0 TO 999), CUTS THE DAY BACK TO THE LAST
      * DAY OF A SHORTER MONTH (31 JANUARY PLUS ONE MONTH IS THE END
      * OF FEBRUARY) AND ROLLS THE RESULT FORWARD TO A BUSINESS DAY.
       440000-ADD-MONTHS.

           IF DATSRV-MONTHS < ZERO
               MOVE '99' TO DATSRV-COD-RETURN
           ELSE
               COMPUTE WS-MONTH-WORK = WS-WRK-MM - 1 + DATSRV-MONTHS
               COMPUTE WS-WRK-YYYY = WS-WRK-YYYY
                                   + WS-MONTH-WORK / 12
               COMPUTE WS-WRK-MM = WS-MONTH-WORK
                                 - (WS-MONTH-WORK / 12) * 12 + 1

               PERFORM 650000-SET-DAYS-IN-MONTH
               IF WS-WRK-DD > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-WRK-DD
               END-IF

               PERFORM 200000-ROLL-FORWARD
           END-IF.
      ******************************************************************
      * 500000-CHECK-BUSINESS-DAY ANSWERS WHETHER THE WORKING DATE IS
      * A BUSINESS DAY: NOT A SATURDAY OR SUNDAY (ZELLER) AND NOT ON
      * THE CALLER'S COUNTRY CALENDAR.
