       01 LEGLINPT-FILE.
      * REQUEST TYPE CAN BE 01-OPEN A LEGAL CASE/02-CHANGE ITS STAGE
      * OR COURT/03-RECORD A LEGAL COST/04-CLOSE THE CASE. THE CASE
      * IS KEYED BY ENTITY, RISK NUMBER (THE LOAN NUMBER) AND THE
      * LEGAL DEPARTMENT'S CASE SEQUENCE (SEE LEGLCASE.cpy FOR THE
      * CODES).
      * ON AN 01 THE CASE TYPE, COURT, FILING DATE (YYYY-MM-DD) AND
      * OPENING STAGE ARE REQUIRED, THE COURT REFERENCE OPTIONAL. ON
      * AN 02 ONLY THE FIELDS KEYED ARE CHANGED (NOT THE CASE TYPE);
      * A NEW STAGE TAKES ITS DATE FROM THE FILING-DATE FIELD, OR
      * TODAY WHEN BLANK.
      * AN 03 CARRIES THE COST (LEGLIN-COST VIEW): DATE INCURRED,
      * AMOUNT (99999999999.99) AND A DESCRIPTION. AN 04 CARRIES THE
      * CLOSING DATE AND OUTCOME (LEGLIN-CLOSE VIEW); A FORECLOSURE
      * CLOSED 'RP' (PROPERTY REPOSSESSED) ALSO NAMES THE COLTMSTR
      * ITEM TAKEN, WHICH MUST BE PLEDGED TO THE LOAN.
           05 LEGLIN-PRI-KEY.
              10 LEGLIN-REQ-TYPE                PIC X(02).
              10 LEGLIN-ENT                     PIC X(04).
              10 LEGLIN-NUM-RISK                PIC X(10).
              10 LEGLIN-SEQ                     PIC X(04).
              10 LEGLIN-SEQ-N REDEFINES LEGLIN-SEQ
                                                PIC 9(04).
           05 LEGLIN-TERMS.
              10 LEGLIN-CASE-TYPE               PIC X(02).
              10 LEGLIN-COURT                   PIC X(30).
              10 LEGLIN-COURT-REF               PIC X(20).
              10 LEGLIN-FILE-DATE               PIC X(10).
              10 LEGLIN-STAGE                   PIC X(02).
              10 FILLER                         PIC X(16).
           05 LEGLIN-COST REDEFINES LEGLIN-TERMS.
              10 LEGLIN-COST-DATE               PIC X(10).
              10 LEGLIN-COST-AMT                PIC X(13).
              10 LEGLIN-COST-AMT-N REDEFINES LEGLIN-COST-AMT
                                                PIC 9(11)V9(02).
              10 LEGLIN-COST-DESC               PIC X(30).
              10 FILLER                         PIC X(27).
           05 LEGLIN-CLOSE REDEFINES LEGLIN-TERMS.
              10 LEGLIN-CLOSE-DATE              PIC X(10).
              10 LEGLIN-OUTCOME                 PIC X(02).
              10 LEGLIN-CLTM-NO                 PIC X(09).
              10 LEGLIN-CLTM-NO-N REDEFINES LEGLIN-CLTM-NO
                                                PIC 9(09).
              10 FILLER                         PIC X(59).
