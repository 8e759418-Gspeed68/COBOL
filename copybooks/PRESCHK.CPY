      * PRESCHK.CPY
      * WORKING-STORAGE for the presence check at sign-in - see
      * copybooks/PRESENCE.CPY, BLDGCAP.CPY and PRESLOG.CPY. COPYed
      * into HELLOWORLD and VISSIGN.
      *
      * The caller sets who is signing in (holder kind and ID, and
      * the name for the presence record) and the building of the
      * terminal. A sign-in is refused when the person is already
      * signed in at any building, or when the building's head
      * count on PRESENCE has reached its BLDGCAP capacity; either
      * refusal can be overridden by a supervisor's ID and PIN, and
      * every refusal and override is written to PRESLOG. One
      * supervisor override covers both checks in the same sign-in.
       01  WS-PRS-SELF-KEY.
           05  WS-PRS-KIND          PIC X(1).
           05  WS-PRS-ID            PIC X(6).
       01  WS-PRS-NAME-TEXT         PIC X(30).
       01  WS-PRS-BUILDING          PIC X(8).
       01  WS-PRS-INSIDE-BUILDING   PIC X(8).
       01  WS-PRS-CAPACITY          PIC 9(5).
       01  WS-PRS-OCCUPANCY         PIC 9(5).
       01  WS-PRS-EDIT-COUNT        PIC ZZZZ9.
       01  WS-PRS-EDIT-CAP          PIC ZZZZ9.

      * The PRESLOG event a refusal or override is logged as - see
      * PG-EVENT-TYPE in copybooks/PRESLOG.CPY.
       01  WS-PRS-REFUSE-TYPE       PIC X(2).
       01  WS-PRS-OVERRIDE-TYPE     PIC X(2).
       01  WS-PRS-EVENT-TYPE        PIC X(2).

      * The supervisor override: the ID and PIN keyed for it (the
      * PIN hashed and cleared at once, never displayed or logged),
      * and whether it has been granted for this sign-in yet.
       01  WS-PRS-SUPV-ID           PIC X(6).
       01  WS-PRS-SUPV-PIN          PIC X(6).
       01  WS-PRS-SUPV-OK-SW        PIC X      VALUE "N".
           88  SUPV-OVERRIDE-GRANTED           VALUE "Y".
       01  WS-PRS-IS-SUPV-SW        PIC X      VALUE "N".
           88  PRS-ID-IS-SUPERVISOR            VALUE "Y".

       01  WS-PRS-FOUND-SW          PIC X      VALUE "N".
           88  PRESENCE-ON-FILE                VALUE "Y".
       01  WS-PRS-SCAN-EOF-SW       PIC X      VALUE "N".
           88  PRS-SCAN-EOF                    VALUE "Y".
