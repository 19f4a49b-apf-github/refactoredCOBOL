       01 SODINPT-FILE.
      * REQUEST TYPE CAN BE 01-ADD/02-MOD/03-DEL. A MODIFY CHANGES THE
      * SCOPE, ACTION, AUDIT PROGRAMS AND DESCRIPTION OF THE PAIR.
      * SODIN-SCOPE IS 'A'/'E'/'B' AND SODIN-ACTION 'R'/'P' (SEE
      * SODRULE.cpy).
           05 SODIN-PRI-KEY.
              10 SODIN-REQ-TYPE                 PIC X(02).
              10 SODIN-FUNC-A                    PIC X(08).
              10 SODIN-FUNC-B                    PIC X(08).
           05 SODIN-SCOPE                        PIC X(01).
           05 SODIN-ACTION                       PIC X(01).
           05 SODIN-PGM-A                        PIC X(08).
           05 SODIN-PGM-B                        PIC X(08).
           05 SODIN-DESC                         PIC X(30).
           05 FILLER                             PIC X(04).
