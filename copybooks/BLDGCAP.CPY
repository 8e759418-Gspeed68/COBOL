      * BLDGCAP.CPY
      * Record layout for the BLDGCAP building capacity file: the
      * fire marshal's occupancy cap for each building, keyed by the
      * same eight-character TRM-BUILDING code TERMMAST places every
      * terminal in. One record per capped building, maintained as
      * a small flat file the same way OCCPTS and SHIFTDEF are, so
      * a new cap needs no source change. HELLOWORLD and VISSIGN
      * refuse a sign-in, bar a supervisor override, once the
      * building's head count on PRESENCE has reached its cap. A
      * building with no record here, or a cap of zero, is not
      * capped.
      * NOTE: separator bytes are named fields (BC-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  BLDG-CAP-RECORD.
           05  BC-BUILDING         PIC X(8).
           05  BC-FILL-1           PIC X.
           05  BC-CAPACITY         PIC 9(5).
