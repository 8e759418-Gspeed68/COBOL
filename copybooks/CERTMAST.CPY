      * CERTMAST.CPY
      * Record layout for the CERTMAST certification master, keyed
      * by holder and certification type. VISSIGN used to check
      * that a contractor was registered and escorted but had no
      * idea whether their site safety induction had run out last
      * month, and HELLOWORLD let a forklift driver badge in on a
      * lapsed license. One record here is one certification one
      * person holds - an induction, a license, a ticket - with the
      * dates it is good between.
      *
      * The holder is either an employee (CRT-HOLDER-KIND E,
      * CRT-HOLDER-ID an EMPMAST employee ID) or a visitor or
      * contractor (V, a VISMAST badge number) - the two number
      * ranges are not kept apart anywhere else, so the kind is
      * part of the key. CRT-CERT-TYPE is the short code the
      * CERTREQ requirements table names (see
      * copybooks/CERTREQ.CPY); CRT-CERT-REF is the certificate or
      * license number as printed on it.
      *
      * A certification is good through CRT-EXPIRY-DATE inclusive
      * and expired the day after. Renewing one is keying the new
      * dates over the old record. Maintained by CERTMNT, which
      * journals every change to MSTAUDIT.
       01  CERTMAST-RECORD.
           05  CRT-KEY.
               10  CRT-HOLDER-KIND PIC X(1).
                   88  CRT-HOLDER-IS-EMPLOYEE  VALUE "E".
                   88  CRT-HOLDER-IS-VISITOR   VALUE "V".
               10  CRT-HOLDER-ID   PIC X(6).
               10  CRT-CERT-TYPE   PIC X(4).
           05  CRT-ISSUE-DATE      PIC 9(8).
           05  CRT-EXPIRY-DATE     PIC 9(8).
           05  CRT-CERT-REF        PIC X(15).
