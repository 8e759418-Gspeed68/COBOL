      * PRESLOG.CPY
      * Record layout for the PRESLOG presence log: one record for
      * every sign-in HELLOWORLD or VISSIGN refused because the
      * person was already inside (signed in and never signed out)
      * or because the building was at its BLDGCAP capacity, and
      * one for every such refusal a supervisor overrode. The
      * sign-in log only ever holds the events that were taken, so
      * without this file nobody could see who was turned away at
      * the door, or who let them in anyway. PRESRPT reports it.
      *
      * An override is keyed at the terminal as the supervisor's
      * own employee ID and PIN - checked against PINMAST like any
      * sign-in, and the ID must be the named supervisor of an
      * active department on DEPTMAST. PG-SUPV-ID carries the
      * supervisor on an override, and on a refusal the ID that
      * was offered for an override and failed (spaces when nobody
      * tried). PG-INSIDE-BUILDING is where the person was still
      * signed in; PG-OCCUPANCY and PG-CAPACITY the head count and
      * cap of the building at a capacity refusal or override.
      *
      * The file is append-only and permanent, like the sign-in
      * log.
      * NOTE: separator bytes are named fields (PG-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  PRES-LOG-RECORD.
           05  PG-DATE             PIC 9(8).
           05  PG-FILL-1           PIC X.
           05  PG-TIME             PIC 9(8).
           05  PG-FILL-2           PIC X.
           05  PG-TERM-ID          PIC X(8).
           05  PG-FILL-3           PIC X.
           05  PG-KIND             PIC X(1).
           05  PG-FILL-4           PIC X.
           05  PG-ID               PIC X(6).
           05  PG-FILL-5           PIC X.
           05  PG-BUILDING         PIC X(8).
           05  PG-FILL-6           PIC X.
      * RI refused - already inside, RC refused - building at
      * capacity, OI and OC the same two overridden by a supervisor.
           05  PG-EVENT-TYPE       PIC X(2).
               88  PG-IS-REFUSED-INSIDE        VALUE "RI".
               88  PG-IS-REFUSED-CAPACITY      VALUE "RC".
               88  PG-IS-OVERRIDE-INSIDE       VALUE "OI".
               88  PG-IS-OVERRIDE-CAPACITY     VALUE "OC".
               88  PG-IS-REFUSAL               VALUE "RI" "RC".
               88  PG-IS-OVERRIDE              VALUE "OI" "OC".
           05  PG-FILL-7           PIC X.
           05  PG-INSIDE-BUILDING  PIC X(8).
           05  PG-FILL-8           PIC X.
           05  PG-OCCUPANCY        PIC 9(5).
           05  PG-FILL-9           PIC X.
           05  PG-CAPACITY         PIC 9(5).
           05  PG-FILL-10          PIC X.
           05  PG-SUPV-ID          PIC X(6).
