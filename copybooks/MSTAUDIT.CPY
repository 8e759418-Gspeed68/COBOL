      *
      * The file is append-only and permanent, like the sign-in
      * log: nothing ever rewrites or trims it. AUDRPT prints the
      * change history for a key or date range from it, and
      * MSTRECOV replays it over an MSTBKUP backup to recover
      * EMPMAST, VISMAST or TERMMAST, or applies one run's
      * before-images to back that run out - journaling each
      * backout here under its own name.
      *
      * MA-KEY is the changed record's primary key (employee ID,
      * badge number, terminal ID, language code, or a calendar
      * entry's date-plus-shift-code "YYYYMMDDs" - left-justified,
      * sized to the widest key in use). A SCHEDOVR schedule entry's
      * key is wider than this, so it is journaled under its
      * employee ID alone and its dates are read from the images -
      * which also lets AUDRPT list an employee's whole schedule
      * history by ID. CERTMAST certifications are journaled the
      * same way under their holder ID, and CERTREQ requirements
      * under their department code or the first nine characters
      * of their visitor company. LEAVEREQ leave requests are
      * journaled under their employee ID too; a LEAVEBAL leave
      * balance under its employee ID and absence type. The images
      * are the raw record bytes, padded with spaces to the widest
      * master - an add carries spaces in the before image, a
      * delete spaces in the after image.
