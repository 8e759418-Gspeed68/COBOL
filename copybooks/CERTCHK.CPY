      * CERTCHK.CPY
      * WORKING-STORAGE for checking a person's certifications at
      * sign-in against what their department or visitor company
      * requires - see copybooks/CERTREQ.CPY and
      * copybooks/CERTMAST.CPY. COPYed into HELLOWORLD and VISSIGN.
      *
      * The caller sets who is signing in (holder kind and ID) and
      * who they are signing in for (requirement kind and code);
      * the checking paragraph reads every requirement for that
      * department or company, looks each one up on CERTMAST and
      * sets CERT-CHECK-REFUSED if any is missing or expired. One
      * expiring within WS-CERT-WARN-DAYS days is only a warning.
       01  WS-CERT-HOLDER-KIND      PIC X(1).
       01  WS-CERT-HOLDER-ID        PIC X(6).
       01  WS-CERT-REQ-KIND         PIC X(1).
       01  WS-CERT-REQ-CODE         PIC X(20).
       01  WS-CERT-WARN-DAYS        PIC 9(3)   VALUE 14.
       01  WS-CERT-TODAY            PIC 9(8).
       01  WS-CERT-DAYS-LEFT        PIC S9(6).
       01  WS-CERT-EDIT-DAYS        PIC ZZ9.
       01  WS-CERT-REFUSED-SW       PIC X      VALUE "N".
           88  CERT-CHECK-REFUSED              VALUE "Y".
       01  WS-CERT-REQ-EOF-SW       PIC X      VALUE "N".
           88  CERT-REQ-EOF                    VALUE "Y".

      * Whether the two files could be opened. Neither is required
      * to sign in: with no requirements table there is nothing to
      * enforce, but with requirements and no certification master
      * every required certification is missing.
       01  WS-CERTREQ-OPEN-SW       PIC X      VALUE "N".
           88  CERTREQ-IS-OPEN                 VALUE "Y".
       01  WS-CERTMAST-OPEN-SW      PIC X      VALUE "N".
           88  CERTMAST-IS-OPEN                VALUE "Y".
