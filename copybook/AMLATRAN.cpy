       01 AMLAINPT-FILE.
      * REQUEST TYPE IS CL-CLOSE AN AMLALERT. AMLAIN-ALRT-ID NAMES
      * THE OPEN ALERT, AMLAIN-DISP IS THE DISPOSITION ('FP' FALSE
      * POSITIVE, 'EX' EXPLAINED, 'RP' REPORTED TO THE FIU, 'DU'
      * DUPLICATE) AND AMLAIN-USER THE COMPLIANCE OFFICER CLOSING
      * IT, WHO MUST HOLD THE AMLCLOSE FUNCTION ON USERENTL. THE
      * NOTE, WHEN KEYED, REPLACES THE RULE DESCRIPTION ON THE ALERT.
           05 AMLAIN-PRI-KEY.
              10 AMLAIN-REQ-TYPE                PIC X(02).
              10 AMLAIN-ALRT-ID                  PIC 9(09).
           05 AMLAIN-DISP                        PIC X(02).
           05 AMLAIN-USER                        PIC X(08).
           05 AMLAIN-NOTE                        PIC X(40).
           05 FILLER                             PIC X(19).
