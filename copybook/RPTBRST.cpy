      ******************************************************************
      * RPTBRST-REC IS ONE RECORD OF THE BRANCH BURST FEED EACH DAILY
      * REPORT WRITES ON RB1DQ001 ALONGSIDE ITS WHOLE-BANK LISTING:
      * EVERY PRINT LINE AGAIN, TAGGED WITH THE REPORT IT BELONGS TO
      * AND THE BRANCH THAT OWNS IT, SO RBST100 CAN SPLIT THE REPORT
      * BY BRANCH AND ROUTE EACH BRANCH'S PAGES TO ITS RECIPIENTS.
      * RPTBRST-HEADING LINES ('H') ARE THE REPORT'S TITLE AND
      * COLUMN HEADINGS, CARRY A BLANK BRANCH, AND ARE REPEATED AT
      * THE TOP OF EVERY BRANCH'S PAGES. RPTBRST-DETAIL LINES ('D')
      * CARRY THE BRANCH OF THE POSITION THE LINE IS ABOUT - LOANM_BRN
      * FOR A LOAN, THE ACCOUNT CENTRE FOR A RISK POSITION; A DETAIL
      * LINE WITH NO OWNING BRANCH (A BANK-WIDE SECTION) CARRIES A
      * BLANK BRANCH AND GOES TO THE CENTRAL DESTINATION.
      * RPTBRST-SEQ NUMBERS THE LINES IN THE ORDER THE REPORT PRINTED
      * THEM. THE SORT AHEAD OF RBST100 IS REPORT, LINE TYPE
      * DESCENDING (SO THE HEADINGS COME FIRST), BRANCH, SEQUENCE,
      * WHICH KEEPS EACH BRANCH'S LINES IN REPORT ORDER.
      ******************************************************************
       01 RPTBRST-REC.
          05 RPTBRST-RPT-ID                  PIC X(08).
          05 RPTBRST-BRANCH                  PIC X(04).
          05 RPTBRST-LINE-TYPE               PIC X(01).
             88 RPTBRST-HEADING                         VALUE 'H'.
             88 RPTBRST-DETAIL                          VALUE 'D'.
          05 RPTBRST-SEQ                     PIC 9(07).
          05 RPTBRST-LINE                    PIC X(132).
          05 FILLER                          PIC X(08).
