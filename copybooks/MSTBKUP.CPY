      * MSTBKUP.CPY
      * Record layout for a master-file backup: the sequential copy
      * MSTBKUP unloads EMPMAST, VISMAST or TERMMAST to every night,
      * one generation per night per master, and MSTRECOV restores
      * from before replaying the MSTAUDIT journal on top of it.
      *
      * A backup is a header (H), one data record (D) per master
      * record in key order carrying the raw record bytes in
      * BK-IMAGE - padded to 80 like an MSTAUDIT image - and a
      * trailer (T). Every record carries the master's name and the
      * backup's stamp (when the unload began), so generations read
      * back concatenated still sort themselves out. BK-RECORD-COUNT
      * numbers the data records and, on the trailer, totals them:
      * a backup with no trailer, or a trailer whose count does not
      * match, did not finish and is never restored from.
      * NOTE: separator bytes are named fields (BK-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  MST-BKUP-RECORD.
           05  BK-REC-TYPE         PIC X(1).
               88  BK-IS-HEADER                VALUE "H".
               88  BK-IS-DATA                  VALUE "D".
               88  BK-IS-TRAILER               VALUE "T".
           05  BK-FILL-1           PIC X.
           05  BK-FILE-NAME        PIC X(8).
           05  BK-FILL-2           PIC X.
           05  BK-STAMP-DATE       PIC 9(8).
           05  BK-FILL-3           PIC X.
           05  BK-STAMP-TIME       PIC 9(8).
           05  BK-FILL-4           PIC X.
           05  BK-RECORD-COUNT     PIC 9(8).
           05  BK-FILL-5           PIC X.
           05  BK-IMAGE            PIC X(80).
