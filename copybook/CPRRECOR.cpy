      *            RESULT IS PRODUCED). SPACE IS TAKEN AS ADD/CHANGE
      *            SO EXTRACTS THAT PREDATE THE ACTION CODE KEEP
      *            WORKING UNCHANGED.
      *            IN-DEL-REASON SAYS WHY A DELETE WAS SENT : D=DEATH,
      *            L=LEAVER. SPACE (OR ANY OTHER VALUE) IS "NOT
      *            STATED" - A LEAVER IS ONLY SETTLED BY PENSVEST ONCE
      *            THE REASON IS KNOWN. IGNORED ON AN ADD/CHANGE.
      *****************************************************************
           05 IN-FDATO            PIC 9(06).
           05 IN-CHECKDIGIT       PIC 9(04).
           05 IN-ACTION           PIC X(01).
              88 IN-ACTION-UPSERT          VALUE 'A' 'C' ' '.
              88 IN-ACTION-DELETE          VALUE 'D'.
           05 IN-DEL-REASON       PIC X(01).
              88 IN-DEL-DEATH              VALUE 'D'.
              88 IN-DEL-LEAVER             VALUE 'L'.
           05 FILLER              PIC X(67).
