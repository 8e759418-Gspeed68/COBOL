      * is still in service. HELLOWORLD and VISSIGN refuse a
      * sign-in from a terminal that is not on file or not active;
      * TERMRPT reports the day's traffic per door from it.
      * TRM-BUILDING is also the building PRESENCE puts everyone
      * who signs in at the terminal into (see PRESENCE.CPY).
      * Maintained interactively by TERMMNT, the same way VISMNT
      * maintains VISMAST.
       01  TERMMAST-RECORD.
