      * CUSTINPT-ADDR VIEW BELOW), 05-CONTACT METHOD (SEE THE
      * CUSTINPT-CONT VIEW BELOW), 07-LIFECYCLE STATUS (SEE THE
      * CUSTINPT-STAT VIEW BELOW), 08-KYC IDENTITY DOCUMENT (SEE
      * THE CUSTINPT-IDOC VIEW BELOW), 09-RETURNED MAIL (SEE THE
      * CUSTINPT-RMAIL VIEW BELOW), 10-LEGAL-ENTITY ATTRIBUTES (SEE
      * THE CUSTINPT-CORP VIEW BELOW), 11-WITHHOLDING-TAX EXEMPTION
      * (SEE THE CUSTINPT-WHTX VIEW BELOW), 12-TAX RESIDENCE (SEE
      * THE CUSTINPT-TAXR VIEW BELOW), OR 13-VERIFIED NET INCOME (SEE
      * THE CUSTINPT-INCM VIEW BELOW). 01/02 DESCRIBE
      * A NATURAL PERSON; AN ENTITY IS CREATED AND MAINTAINED WITH
      * A 10.
           05 CUSTIN-PRI-KEY.
              10 CUSTIN-REQ-TYPE                PIC X(02).
              10 CUSTIN-CUSTM-NO                PIC X(10).
           05 FILLER                            PIC X(52).
      * ALTERNATE VIEW OF THE SAME 95-BYTE RECORD FOR A REQ-TYPE 08
      * KYC IDENTITY-DOCUMENT TRANSACTION: CUSTID-DOC-TYPE IS 'DN'
      * DNI, 'NI' NIE, 'PP' PASSPORT OR 'RP' RESIDENCE PERMIT. A DNI
      * (8 DIGITS AND A LETTER) OR NIE (X/Y/Z, 7 DIGITS AND A LETTER)
      * IS KEYED LEFT-JUSTIFIED WITH NO SPACES OR DASHES, AND ITS
      * CHECK LETTER MUST BE RIGHT. ONE DOCUMENT PER CUSTOMER AND
      * TYPE - KEYING THE SAME TYPE AGAIN REPLACES IT (THE RENEWED
      * PASSPORT OVERWRITES THE OLD ONE, WITH THE PRIOR IMAGE ON THE
      * AUDIT TRAIL).
       01 CUSTINPT-IDOC REDEFINES CUSTINPT-FILE.
           05 CUSTID-REQ-TYPE                   PIC X(02).
           05 CUSTID-CUSTM-NO                   PIC X(10).
           05 CUSTRM-CUSTM-NO                   PIC X(10).
           05 CUSTRM-RETURN-DATE                PIC X(10).
           05 FILLER                            PIC X(73).
      * ALTERNATE VIEW OF THE SAME 95-BYTE RECORD FOR A REQ-TYPE 10
      * LEGAL-ENTITY TRANSACTION: THE REGISTERED NAME, CIF TAX ID,
      * INCORPORATION DATE (YYYY-MM-DD) AND FOUR-DIGIT CNAE ACTIVITY
      * CODE. AN UNKNOWN CUSTOMER NUMBER IS ADDED AS A NEW ENTITY; AN
      * EXISTING ONE IS CONVERTED TO AN ENTITY (OR HAS ITS CORPORATE
      * ATTRIBUTES REPLACED), SO A COMPANY KEYED IN YEARS AGO AS A
      * PERSON WITH A MADE-UP DATE OF BIRTH CAN BE PUT RIGHT.
       01 CUSTINPT-CORP REDEFINES CUSTINPT-FILE.
           05 CUSTCP-REQ-TYPE                   PIC X(02).
           05 CUSTCP-CUSTM-NO                   PIC X(10).
           05 CUSTCP-REG-NAME                   PIC X(45).
           05 CUSTCP-TAX-ID                     PIC X(09).
           05 CUSTCP-INC-DATE                   PIC X(10).
           05 CUSTCP-CNAE                       PIC X(04).
           05 FILLER                            PIC X(15).
      * ALTERNATE VIEW OF THE SAME 95-BYTE RECORD FOR A REQ-TYPE 11
      * WITHHOLDING-TAX EXEMPTION TRANSACTION: CUSTWX-EXEMPT 'Y'
      * FLAGS THE CUSTOMER EXEMPT FROM WITHHOLDING ON DEPOSIT
      * INTEREST AND MUST CARRY THE EXEMPTION CERTIFICATE REFERENCE
      * AND ITS ISSUE DATE (YYYY-MM-DD), WHICH GO TO THE AUDIT TRAIL;
      * 'N' WITHDRAWS THE EXEMPTION.
       01 CUSTINPT-WHTX REDEFINES CUSTINPT-FILE.
           05 CUSTWX-REQ-TYPE                   PIC X(02).
           05 CUSTWX-CUSTM-NO                   PIC X(10).
           05 CUSTWX-EXEMPT                     PIC X(01).
           05 CUSTWX-CERT-REF                   PIC X(20).
           05 CUSTWX-CERT-DATE                  PIC X(10).
           05 FILLER                            PIC X(52).
      * ALTERNATE VIEW OF THE SAME 95-BYTE RECORD FOR A REQ-TYPE 12
      * TAX-RESIDENCE TRANSACTION: ONE COUNTRY OF TAX RESIDENCE (ISO
      * CODE, AS ON CUSTADDR) WITH THE TAX IDENTIFICATION NUMBER THAT
      * COUNTRY ISSUED, OR THE REASON CODE WHEN THERE IS NONE ('A'
      * NONE ISSUED, 'B' UNOBTAINABLE, 'C' NOT REQUIRED). CUSTTX-SC-ST
      * IS 'V' SELF-CERTIFIED, 'P' SELF-CERTIFICATION OUTSTANDING OR
      * 'X' RESIDENCE CEASED, AND CUSTTX-SC-DATE (YYYY-MM-DD) THE DATE
      * THE SELF-CERTIFICATION WAS SIGNED OR THE STATUS SET. KEYING A
      * COUNTRY ALREADY HELD FOR THE CUSTOMER REPLACES IT.
       01 CUSTINPT-TAXR REDEFINES CUSTINPT-FILE.
           05 CUSTTX-REQ-TYPE                   PIC X(02).
           05 CUSTTX-CUSTM-NO                   PIC X(10).
           05 CUSTTX-COUNTRY                    PIC X(03).
           05 CUSTTX-TIN                        PIC X(20).
           05 CUSTTX-TIN-RSN                    PIC X(01).
           05 CUSTTX-SC-ST                      PIC X(01).
           05 CUSTTX-SC-DATE                    PIC X(10).
           05 FILLER                            PIC X(48).
      * ALTERNATE VIEW OF THE SAME 95-BYTE RECORD FOR A REQ-TYPE 13
      * NET-INCOME TRANSACTION: A PERSON'S VERIFIED NET MONTHLY
      * INCOME (999999999.99, NO POINT KEYED), THE DATE (YYYY-MM-DD)
      * THE EVIDENCE WAS SEEN, AND THE REFERENCE OF THAT EVIDENCE -
      * THE PAYSLIP, PENSION STATEMENT OR TAX RETURN - WHICH GOES TO
      * THE AUDIT TRAIL. A ZERO INCOME IS ACCEPTED: IT RECORDS A
      * VERIFIED ABSENCE OF INCOME.
       01 CUSTINPT-INCM REDEFINES CUSTINPT-FILE.
           05 CUSTIC-REQ-TYPE                   PIC X(02).
           05 CUSTIC-CUSTM-NO                   PIC X(10).
           05 CUSTIC-NET-INCOME                 PIC X(11).
           05 CUSTIC-NET-INCOME-N REDEFINES CUSTIC-NET-INCOME
                                                PIC 9(09)V9(02).
           05 CUSTIC-VER-DATE                   PIC X(10).
           05 CUSTIC-EVID-REF                   PIC X(15).
           05 FILLER                            PIC X(47).
