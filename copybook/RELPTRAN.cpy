       01 RELPINPT-FILE.
      * REQUEST TYPE CAN BE 01-ADD/02-CHANGE/03-DEL. A ROW IS NAMED BY
      * CUSTOMER, RELATIONSHIP TYPE AND FROM DATE (YYYY-MM-DD). ON AN
      * ADD A BLANK TO DATE LEAVES THE RELATIONSHIP OPEN; A CHANGE
      * REPLACES THE TO DATE, RELATED-TO AND SOURCE (ENDING A
      * RELATIONSHIP IS A CHANGE THAT SETS THE TO DATE). A DELETE IS
      * FOR A ROW ENTERED IN ERROR ONLY. RELPIN-STAFF-USER IS THE
      * SIGN-ON USER ID OF AN EMPLOYEE OR DIRECTOR (BLANK FOR A
      * RELATIVE); A CHANGE REPLACES IT TOO.
           05 RELPIN-PRI-KEY.
              10 RELPIN-REQ-TYPE                PIC X(02).
              10 RELPIN-CUST-NO                 PIC X(10).
              10 RELPIN-TYPE                    PIC X(02).
              10 RELPIN-FROM-DATE               PIC X(10).
           05 RELPIN-TO-DATE                    PIC X(10).
           05 RELPIN-RELATED-TO                 PIC X(10).
           05 RELPIN-SOURCE                     PIC X(02).
           05 RELPIN-USER                       PIC X(08).
           05 RELPIN-STAFF-USER                 PIC X(08).
           05 FILLER                            PIC X(18).
