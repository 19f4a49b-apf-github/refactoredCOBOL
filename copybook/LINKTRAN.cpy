      * A GROUP IS FORMED BY TWO OR MORE MEMBER ROWS SHARING THE SAME
      * LINKIN-LNKM-GRP-NO. LINKIN-LNKM-TYPE IS THE ONLY FIELD A
      * 02/MOD TRANSACTION MAY CHANGE - THE GROUP/ENT/BRN/ACC KEY
      * IDENTIFIES WHICH MEMBER ROW IS BEING MAINTAINED. A MEMBER OF
      * TYPE 'AV' IS AN ISSUED GUARANTEE: ITS ACC IS THE AVALMSTR
      * GUARANTEE NUMBER, AND GRPX100 COUNTS ITS LIVE AMOUNT.
           05 LINKIN-PRI-KEY.
              10 LINKIN-REQ-TYPE                PIC X(02).
              10 LINKIN-LNKM-GRP-NO              PIC X(09).
