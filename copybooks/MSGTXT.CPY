      * its prompts, greetings and error messages through this table
      * with its own GET-MESSAGE section. A message missing in the
      * requested language falls back to the German text.
      * Numbers: 001-006 HELLWORLD prompts, 010-014 greetings,
      * 015-017 sign-off and handover notices, 020-025 sign-on and
      * sign-off errors, 030-034 FIZZBUZZ console messages, 040-044
      * MAIN console dialog.
       01 MSG-TABLE-DATA.
           05 FILLER PIC X(4) VALUE "001D".
           05 FILLER PIC X(60) VALUE
           05 FILLER PIC X(4) VALUE "005E".
           05 FILLER PIC X(60) VALUE
               "Password expired - please enter a new password".
           05 FILLER PIC X(4) VALUE "006D".
           05 FILLER PIC X(60) VALUE
               "Uebergabenotiz fuer die naechste Schicht (leer = Ende)".
           05 FILLER PIC X(4) VALUE "006E".
           05 FILLER PIC X(60) VALUE
               "Handover note for the next operator (blank line = end)".
           05 FILLER PIC X(4) VALUE "010D".
           05 FILLER PIC X(60) VALUE "GUTEN MORGEN".
           05 FILLER PIC X(4) VALUE "010E".
           05 FILLER PIC X(60) VALUE "Hallo Welt!".
           05 FILLER PIC X(4) VALUE "014E".
           05 FILLER PIC X(60) VALUE "Hello World!".
           05 FILLER PIC X(4) VALUE "015D".
           05 FILLER PIC X(60) VALUE
               "ABGEMELDET - ZEIT IN DER SCHICHT (HHMM):".
           05 FILLER PIC X(4) VALUE "015E".
           05 FILLER PIC X(60) VALUE
               "SIGNED OFF - TIME ON SHIFT (HHMM):".
           05 FILLER PIC X(4) VALUE "016D".
           05 FILLER PIC X(60) VALUE "UEBERGABENOTIZ VON".
           05 FILLER PIC X(4) VALUE "016E".
           05 FILLER PIC X(60) VALUE "HANDOVER NOTE FROM".
           05 FILLER PIC X(4) VALUE "017D".
           05 FILLER PIC X(60) VALUE "UEBERGABENOTIZ GESPEICHERT:".
           05 FILLER PIC X(4) VALUE "017E".
           05 FILLER PIC X(60) VALUE "HANDOVER NOTE RECORDED:".
           05 FILLER PIC X(4) VALUE "020D".
           05 FILLER PIC X(60) VALUE "UNBEKANNTE KENNUNG:".
           05 FILLER PIC X(4) VALUE "020E".
           05 FILLER PIC X(4) VALUE "024E".
           05 FILLER PIC X(60) VALUE
               "OPERATOR ID LOCKED AFTER FAILED ATTEMPTS:".
           05 FILLER PIC X(4) VALUE "025D".
           05 FILLER PIC X(60) VALUE
               "KEINE OFFENE ANMELDUNG FUER KENNUNG:".
           05 FILLER PIC X(4) VALUE "025E".
           05 FILLER PIC X(60) VALUE
               "NO OPEN SIGN-ON FOR OPERATOR ID:".
           05 FILLER PIC X(4) VALUE "030D".
           05 FILLER PIC X(60) VALUE
               "WIEDERAUFNAHME NACH PRUEFPUNKT BEI".
           05 FILLER PIC X(60) VALUE
               "Pass count capped at 5 (print buffer limit)".
       01 MSG-TABLE REDEFINES MSG-TABLE-DATA.
           05 MSG-ENTRY OCCURS 58 TIMES.
               10 MSG-NUMBER PIC X(3).
               10 MSG-LANG PIC X.
               10 MSG-TEXT PIC X(60).
       01 MSG-ENTRY-COUNT PIC 99 VALUE 58.
      * Lookup work fields for the GET-MESSAGE section each program
      * defines: set MSG-WANTED (and MSG-USE-LANG once known), then
      * PERFORM GET-MESSAGE and DISPLAY MSG-OUT.
