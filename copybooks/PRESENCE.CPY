      * PRESENCE.CPY
      * Record layout for the PRESENCE live presence file, keyed by
      * holder kind and ID: one record for every person the sign-in
      * terminals currently have inside a building, and none for
      * anyone who is out. TERMMAST knows which building every
      * reader sits in, but until this file existed nothing knew
      * which building each PERSON was in - HELLOWORLD and VISSIGN
      * would take a second sign-in from someone who never signed
      * out, or a sign-in at one building while the log still had
      * them inside another, and nobody could count heads against a
      * building's occupancy cap.
      *
      * The holder is either an employee (PRS-KIND E, PRS-ID an
      * EMPMAST employee ID) or a visitor or contractor (V, a
      * VISMAST badge number) - the two number ranges are not kept
      * apart anywhere else, so the kind is part of the key, as on
      * CERTMAST.
      *
      * HELLOWORLD and VISSIGN write the record when a sign-in is
      * taken and delete it on sign-out. PRS-BUILDING is the
      * TRM-BUILDING of the terminal signed in at, PRS-IN-DATE and
      * PRS-IN-TIME the sign-in's log stamp. PRS-OVERRIDE-FLAG is
      * "Y" when the sign-in was only taken on a supervisor override
      * - see copybooks/PRESLOG.CPY. A terminal that crashes between
      * logging an event and updating this file can leave it wrong,
      * so PRESBLD rebuilds it nightly from the sign-in log.
       01  PRESENCE-RECORD.
           05  PRS-KEY.
               10  PRS-KIND        PIC X(1).
                   88  PRS-IS-EMPLOYEE         VALUE "E".
                   88  PRS-IS-VISITOR          VALUE "V".
               10  PRS-ID          PIC X(6).
           05  PRS-BUILDING        PIC X(8).
           05  PRS-TERM-ID         PIC X(8).
           05  PRS-IN-DATE         PIC 9(8).
           05  PRS-IN-TIME         PIC 9(8).
           05  PRS-NAME-TEXT       PIC X(30).
           05  PRS-OVERRIDE-FLAG   PIC X(1).
               88  PRS-WAS-OVERRIDDEN          VALUE "Y".
