      * CERTREQ.CPY
      * Record layout for the CERTREQ certification-requirements
      * table, keyed by requirer and certification type: which
      * certifications a department's employees, or a visitor
      * company's people, must hold in date to be let in.
      *
      * CRQ-REQ-KIND D says CRQ-REQ-CODE is a DEPTMAST department
      * code (left-justified, the rest blank) and every employee
      * booked to it on EMPMAST needs the certification; C says
      * CRQ-REQ-CODE is a visitor company exactly as VIS-COMPANY
      * carries it on VISMAST, and every visitor registered under
      * that company needs it. CRQ-CERT-TYPE is the CERTMAST
      * certification type code (see copybooks/CERTMAST.CPY) and
      * CRQ-CERT-DESC says what it is in words, for the message at
      * the terminal and the expiry report.
      *
      * HELLOWORLD and VISSIGN refuse a sign-in when a required
      * certification is missing or expired, and warn when it
      * expires within two weeks. Maintained by CERTMNT, which
      * journals every change to MSTAUDIT.
       01  CERTREQ-RECORD.
           05  CRQ-KEY.
               10  CRQ-REQ-KIND    PIC X(1).
                   88  CRQ-IS-DEPARTMENT       VALUE "D".
                   88  CRQ-IS-COMPANY          VALUE "C".
               10  CRQ-REQ-CODE    PIC X(20).
               10  CRQ-CERT-TYPE   PIC X(4).
           05  CRQ-CERT-DESC       PIC X(30).
